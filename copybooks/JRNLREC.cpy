      *  describes that run only.  Run RECBKOUT before the next load
      *  overwrites it.
      *
      *  RECMARC journals its archival runs (ARCHJRNL) in the same
      *  layout, with one more action:
      *      "M"  moved to the archive    (RECMARC BACKOUT writes the
      *                                    image back to RECMAST and
      *                                    deletes the archive copy)
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
