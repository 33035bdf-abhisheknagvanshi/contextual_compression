           03  IDX1                                PIC 9(03).
       01  CNT-AREA.
           03  CNT-NG                              PIC 9(03).
           03  CNT-CATCHUP                         PIC 9(03).
       01  WRK-AREA.
           03  WRK-RUNYMD                          PIC X(08).
           03  WRK-PCT-X                           PIC X(03).
      *    (ORCB3RST, ORCB4JNL) ARE DELIBERATELY NOT LISTED - THEIR
      *    ABSENCE ON A GIVEN NIGHT IS NOT A FAULT.
           03  CONST-CHAIN-VAL.
               05  FILLER              PIC X(08) VALUE "ORCE6CUP".
               05  FILLER              PIC X(08) VALUE "ORCE5AUD".
               05  FILLER              PIC X(08) VALUE "ORCB1CEN".
               05  FILLER              PIC X(08) VALUE "ORCB5RPT".
               05  FILLER              PIC X(08) VALUE "ORCB6AUD".
               05  FILLER              PIC X(08) VALUE "ORCB7EXT".
               05  FILLER              PIC X(08) VALUE "ORCB8EXT".
               05  FILLER              PIC X(08) VALUE "ORCE3MEL".
               05  FILLER              PIC X(08) VALUE "ORCE4FCS".
               05  FILLER              PIC X(08) VALUE "ORCE7SIN".
               05  FILLER              PIC X(08) VALUE "ORCB9RCN".
               05  FILLER              PIC X(08) VALUE "ORCB2RCN".
               05  FILLER              PIC X(08) VALUE "ORCC1KSN".
               05  FILLER              PIC X(08) VALUE "ORCC3LOD".
               05  FILLER              PIC X(08) VALUE "ORCC6KNM".
               05  FILLER              PIC X(08) VALUE "ORCC5REF".
           03  CONST-CHAIN-R   REDEFINES   CONST-CHAIN-VAL.
               05  CONST-CHAIN         PIC X(08) OCCURS 16.
           03  CONST-CHAIN-MAX         PIC 9(03) VALUE 16.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    EVERY PROGRAM IN THE NIGHTLY CHAIN, LAST NIGHT'S RUN ROW
      *    FROM TBL_BATCHRUN: ARGUMENTS, START/END TIMES, ROWS AND
      *    COMPLETION - FLAGGING PROGRAMS THAT NEVER RAN, NEVER
      *    COMPLETED, ENDED ABNORMALLY, FOUND EXCEPTIONS (THE ORCE5AUD
      *    INTEGRITY AUDIT, OR ORCE7SIN LISTING A BILLING-MASTER CHANGE
      *    APPROVED OR STILL PENDING PAST ITS START DATE), OR WHOSE ROW
      *    COUNT MOVED MORE THAN THE GIVEN PERCENTAGE FROM THE PRIOR
      *    COMPLETED RUN. UNDER THE CHAIN, EVERY MISSED NIGHT ORCE6CUP
      *    REBUILT ON THE REPORT DATE IS LISTED WITH ITS OWN COMPLETION.
           PERFORM 100-INIT-SEC
           PERFORM 200-CHAIN-SEC
           PERFORM 500-CATCHUP-SEC
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
                                           WRK-PRV-ROWCNT
           INITIALIZE                  BATCHRUN-REC
           PERFORM 900-BATCHRUN-SEL-SEC
      *    A CATCH-UP ROW IS A PAST NIGHT REBUILT BY ORCE6CUP, NOT THE
      *    PROGRAM'S OWN RUN - IT IS LISTED SEPARATELY AND NEVER TAKEN
      *    AS THE RUN UNDER REVIEW OR AS A VOLUME BASELINE.
           PERFORM UNTIL ( FLG-BATCHRUN    =   1 )
               IF    ( BATCHRUN-PGID       =   WRK-PGID )
                AND  ( BATCHRUN-ARG2       NOT =   "CATCHUP" )
                   IF    ( BATCHRUN-RUNYMD     =   WRK-RUNYMD )
                       IF    ( FLG-CUR-FOUND       =   ZERO )
                        OR   ( BATCHRUN-STHMS      >   WRK-CUR-STHMS )
           WHEN  ( WRK-CUR-ENDKBN      =   "9" )
               MOVE    "*ABNORMAL"     TO  WRK-RPT-STATUS
               COMPUTE CNT-NG  =   CNT-NG  +   1
      *    AN AUDIT THAT RAN TO THE END BUT FOUND BAD DATA - THE RUN
      *    ITSELF IS FINE, THE DATA IT CHECKED IS NOT.
           WHEN  ( WRK-CUR-ENDKBN      =   "2" )
               MOVE    "*EXCEPTNS"     TO  WRK-RPT-STATUS
               COMPUTE CNT-NG  =   CNT-NG  +   1
           WHEN    OTHER
               MOVE    "OK"            TO  WRK-RPT-STATUS
           END-EVALUATE
           .
       400-PG-PRINT-EXT.
           EXIT.
       500-CATCHUP-SEC               SECTION.
      *    EACH CATCH-UP ROW STARTED ON THE REPORT DATE PRINTS IN THE
      *    CHAIN LINE LAYOUT - ARGUMENT ONE IS THE NIGHT REBUILT - AND
      *    IS JUDGED ON ITS COMPLETION ALONE.
           MOVE    SPACE               TO  RPT-REC
           WRITE   RPT-REC
           MOVE    "CATCH-UP NIGHTS REBUILT (ORCE6CUP)"
                                       TO  RPT-REC
           WRITE   RPT-REC
           INITIALIZE                  BATCHRUN-REC
           PERFORM 900-BATCHRUN-SEL-SEC
           PERFORM UNTIL ( FLG-BATCHRUN    =   1 )
               IF    ( BATCHRUN-RUNYMD     =   WRK-RUNYMD )
                AND  ( BATCHRUN-ARG2       =   "CATCHUP" )
                   MOVE    BATCHRUN-PGID   TO  WRK-PGID
                   MOVE    1               TO  FLG-CUR-FOUND
                   MOVE    ZERO            TO  FLG-PRV-FOUND
                   MOVE    BATCHRUN-STHMS  TO  WRK-CUR-STHMS
                   MOVE    BATCHRUN-EDHMS  TO  WRK-CUR-EDHMS
                   MOVE    BATCHRUN-ARG1   TO  WRK-CUR-ARG1
                   MOVE    BATCHRUN-ARG2   TO  WRK-CUR-ARG2
                   MOVE    BATCHRUN-ROWCNT TO  WRK-CUR-ROWCNT
                   MOVE    BATCHRUN-ENDKBN TO  WRK-CUR-ENDKBN
                   PERFORM 400-PG-PRINT-SEC
                   COMPUTE CNT-CATCHUP =   CNT-CATCHUP +   1
               END-IF
               PERFORM 900-BATCHRUN-FET-SEC
           END-PERFORM
           PERFORM 910-DBCLOSECURSOR-SEC
           IF    ( CNT-CATCHUP         =   ZERO )
               MOVE    "  NONE"        TO  RPT-REC
               WRITE   RPT-REC
           END-IF
           .
       500-CATCHUP-EXT.
           EXIT.
       900-BATCHRUN-SEL-SEC          SECTION.
           MOVE    ZERO                TO  FLG-BATCHRUN
           MOVE    "tbl_batchrun"      TO  MCP-TABLE
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       RPT-FILE
           DISPLAY "ORCC2RUN: " CNT-NG " PROGRAMS FLAGGED, "
                               CNT-CATCHUP " CATCH-UP NIGHTS"
           .
       900-TERM-EXT.
           EXIT.
