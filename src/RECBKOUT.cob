      * error and the run ends with RETURN-CODE 8 so someone looks
      * before RECINQ's file is trusted again.  Run the backout
      * before the next load -- each RECLOAD run rewrites LOADJRNL.
      * RECVRFY sends the operator here when RECMAST does not hold
      * what the load read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBKOUT.
