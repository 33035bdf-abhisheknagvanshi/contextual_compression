               05  WRD-DAYS                        PIC 9(07).
               05  WRD-BASIC-AMT                   PIC 9(11).
               05  WRD-TOK-AMT                     PIC 9(11).
      *        SIGNED - A REVERSAL LINE CAN BE READ BEFORE THE LINE IT
      *        CANCELS.
               05  WRD-SAG-AMT                     PIC S9(11).
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
               GO  TO  410-ONE-SAGAKU-EXT
           END-IF
           MOVE    IDX-HIT             TO  IDX1
      *    A RE-RATED DAY CARRIES THE ORIGINAL LINE, ITS REVERSAL AND
      *    THE CORRECTED LINE - THE REVERSAL COUNTS AGAINST THE WARD
      *    SO THE DAY NETS TO THE CORRECTED AMOUNT.
           IF    ( PTSAGAKU-DENKBN     =   "1" )
               COMPUTE WRD-SAG-AMT (IDX1)
                   =   WRD-SAG-AMT (IDX1)  -   PTSAGAKU-SEIKYUGAKU
           ELSE
               COMPUTE WRD-SAG-AMT (IDX1)
                   =   WRD-SAG-AMT (IDX1)  +   PTSAGAKU-SEIKYUGAKU
           END-IF
           .
       410-ONE-SAGAKU-EXT.
           EXIT.
