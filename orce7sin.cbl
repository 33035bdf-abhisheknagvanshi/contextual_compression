       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE7SIN.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LIST-FILE           ASSIGN  TO  "SINLIST"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LIST-FILE.
       01  LIST-REC                                PIC X(132).
      *
       WORKING-STORAGE             SECTION.
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSPDAY.INC".
       01  SYSKANRISIN-REC.
           COPY    "CPSYSKANRISIN.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRISIN                     PIC 9(01).
           03  FLG-LATE                            PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
       01  CNT-AREA.
           03  CNT-PENDING                         PIC 9(07).
           03  CNT-PENDING-LATE                    PIC 9(07).
           03  CNT-APPR-LATE                       PIC 9(07).
       01  WRK-AREA.
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-STYMD                           PIC X(08).
           03  WRK-PDAY-IN                         PIC X(08).
           03  WRK-PDAY-OUT                        PIC X(08).
           03  WRK-RPT-TITLE.
               05  FILLER                          PIC X(44)
                   VALUE "BILLING-MASTER CHANGES FOR MEDICAL AFFAIRS  ".
               05  FILLER                          PIC X(06)
                                                   VALUE "AS OF ".
               05  WRK-RPT-TITLE-YMD               PIC X(08).
           03  WRK-RPT-SECT.
               05  WRK-RPT-SECT-NM                 PIC X(52).
               05  WRK-RPT-SECT-STYMD              PIC X(08).
               05  WRK-RPT-SECT-SEP                PIC X(01).
               05  WRK-RPT-SECT-EDYMD              PIC X(08).
           03  WRK-RPT-COLHEAD.
               05  FILLER                          PIC X(26)
                       VALUE "SINNUM   KCD  KBNCD      K".
               05  FILLER                          PIC X(26)
                       VALUE "IND   START    END      PR".
               05  FILLER                          PIC X(26)
                       VALUE "OPOSED BY      ON       AP".
               05  FILLER                          PIC X(26)
                       VALUE "PROVED BY      ON       FR".
               05  FILLER                          PIC X(11)
                       VALUE "OM     NOTE".
           03  WRK-RPT-LINE.
               05  WRK-RPT-SINNUM                  PIC 9(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-KANRICD                 PIC X(04).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-KBNCD                   PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-UPDNM                   PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-STYMD                   PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-EDYMD                   PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SIN-OPID                PIC X(16).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SIN-YMD                 PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SHN-OPID                PIC X(16).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SHN-YMD                 PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-PGID                    PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-NOTE                    PIC X(20).
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    NIGHTLY LIST OF BILLING-MASTER CHANGES FOR THE MEDICAL-
      *    AFFAIRS OFFICE. A CHANGE TO 5001, 5111, 5113, 5114 OR 5115
      *    IS HELD IN tbl_syskanrisin UNTIL A SECOND OPERATOR APPROVES
      *    IT ON W25, SO TWO KINDS OF CHANGE NEED THE OFFICE'S EYE:
      *      - EVERY CHANGE STILL AWAITING APPROVAL AS OF THE RUN DATE
      *        GIVEN AS ARGUMENT ONE (THE SYSTEM DATE WHEN OMITTED),
      *        MARKED WHEN THE DATE IT WAS TO TAKE EFFECT HAS ALREADY
      *        COME - THE NIGHTLY RUNS ARE STILL BILLING FROM THE OLD
      *        MASTER ROW;
      *      - EVERY CHANGE APPROVED FROM THE WINDOW START GIVEN AS
      *        ARGUMENT TWO (THE RUN DATE WHEN OMITTED) TO THE RUN
      *        DATE THAT TOOK EFFECT BEFORE THE DAY IT WAS APPROVED -
      *        DAYS ALREADY BILLED FALL UNDER IT.
      *    THE DATE A CHANGE TAKES EFFECT IS THE START OF ITS AFTER
      *    ROW, OR FOR AN EFFECTIVE-DATE CLOSE THE DAY AFTER THE NEW
      *    END DATE. THE RUN ENDS "2" IN TBL_BATCHRUN WHEN EITHER KIND
      *    OF LATE CHANGE WAS LISTED; CHANGES MERELY AWAITING APPROVAL
      *    ARE LISTED BUT ARE NOT AN EXCEPTION.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 200-PENDING-SEC
               PERFORM 300-APPROVED-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-EDYMD          FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-STYMD          FROM    ARGUMENT-VALUE
           IF    ( WRK-EDYMD           =   SPACE )
               ACCEPT  WRK-EDYMD       FROM    DATE YYYYMMDD
           END-IF
           IF    ( WRK-STYMD           =   SPACE )
               MOVE    WRK-EDYMD       TO  WRK-STYMD
           END-IF
           IF    ( WRK-STYMD           NOT NUMERIC )
            OR   ( WRK-EDYMD           NOT NUMERIC )
            OR   ( WRK-STYMD           >   WRK-EDYMD )
               DISPLAY "ORCE7SIN: RUN DATE / WINDOW START NOT A "
                       "YYYYMMDD PERIOD - RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE7SIN"          TO  ORCSBRUN-PGID
           MOVE    WRK-EDYMD           TO  ORCSBRUN-ARG1
           MOVE    WRK-STYMD           TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              LIST-FILE
           MOVE    WRK-EDYMD           TO  WRK-RPT-TITLE-YMD
           MOVE    WRK-RPT-TITLE       TO  LIST-REC
           WRITE   LIST-REC
           .
       100-INIT-EXT.
           EXIT.
       200-PENDING-SEC               SECTION.
      *    EVERY PROPOSAL STILL AWAITING APPROVAL, OLDEST FIRST.
           MOVE    SPACE               TO  LIST-REC
           WRITE   LIST-REC
           MOVE    SPACE               TO  WRK-RPT-SECT
           MOVE    "CHANGES AWAITING APPROVAL"
                                       TO  WRK-RPT-SECT-NM
           MOVE    WRK-RPT-SECT        TO  LIST-REC
           WRITE   LIST-REC
           MOVE    WRK-RPT-COLHEAD     TO  LIST-REC
           WRITE   LIST-REC
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    "1"                 TO  SYSKANRISIN-STATUS
           PERFORM 900-SYSKANRISIN-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRISIN =   1 )
               IF    ( SYSKANRISIN-STATUS  =   "1" )
                   PERFORM 210-ONE-PENDING-SEC
               END-IF
               PERFORM 900-SYSKANRISIN-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "status"            TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           IF    ( CNT-PENDING         =   ZERO )
               MOVE    "  NONE"        TO  LIST-REC
               WRITE   LIST-REC
           END-IF
           .
       200-PENDING-EXT.
           EXIT.
       210-ONE-PENDING-SEC           SECTION.
      *    A CHANGE IS LATE ONCE THE DAY IT TAKES EFFECT IS THE RUN
      *    DATE OR EARLIER - FOR A CLOSE, ONCE ITS NEW END DATE IS
      *    BEFORE THE RUN DATE.
           COMPUTE CNT-PENDING =   CNT-PENDING +   1
           MOVE    ZERO                TO  FLG-LATE
           IF    ( SYSKANRISIN-UPDKBN  =   "3" )
               IF    ( SYSKANRISIN-AFT-EDYUKYMD    <   WRK-EDYMD )
                   MOVE    1               TO  FLG-LATE
               END-IF
           ELSE
               IF    ( SYSKANRISIN-AFT-STYUKYMD    <=  WRK-EDYMD )
                   MOVE    1               TO  FLG-LATE
               END-IF
           END-IF
           PERFORM 800-LINE-SET-SEC
           IF    ( FLG-LATE            =   1 )
               COMPUTE CNT-PENDING-LATE
                   =   CNT-PENDING-LATE    +   1
               IF    ( SYSKANRISIN-UPDKBN  =   "3" )
                   MOVE    "*END DATE PASSED"      TO  WRK-RPT-NOTE
               ELSE
                   MOVE    "*START DATE PASSED"    TO  WRK-RPT-NOTE
               END-IF
           END-IF
           MOVE    WRK-RPT-LINE        TO  LIST-REC
           WRITE   LIST-REC
           .
       210-ONE-PENDING-EXT.
           EXIT.
       300-APPROVED-SEC              SECTION.
      *    EVERY PROPOSAL APPROVED IN THE WINDOW THAT TOOK EFFECT
      *    BEFORE THE DAY IT WAS APPROVED.
           MOVE    SPACE               TO  LIST-REC
           WRITE   LIST-REC
           MOVE    SPACE               TO  WRK-RPT-SECT
           MOVE    "CHANGES APPROVED AFTER THEY TOOK EFFECT, APPROVED"
                                       TO  WRK-RPT-SECT-NM
           MOVE    WRK-STYMD           TO  WRK-RPT-SECT-STYMD
           MOVE    "-"                 TO  WRK-RPT-SECT-SEP
           MOVE    WRK-EDYMD           TO  WRK-RPT-SECT-EDYMD
           MOVE    WRK-RPT-SECT        TO  LIST-REC
           WRITE   LIST-REC
           MOVE    WRK-RPT-COLHEAD     TO  LIST-REC
           WRITE   LIST-REC
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    "2"                 TO  SYSKANRISIN-STATUS
           PERFORM 900-SYSKANRISIN-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRISIN =   1 )
               IF    ( SYSKANRISIN-STATUS  =   "2" )
                AND  ( SYSKANRISIN-SHN-YMD >=  WRK-STYMD )
                AND  ( SYSKANRISIN-SHN-YMD <=  WRK-EDYMD )
                   PERFORM 310-ONE-APPROVED-SEC
               END-IF
               PERFORM 900-SYSKANRISIN-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "status"            TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           IF    ( CNT-APPR-LATE       =   ZERO )
               MOVE    "  NONE"        TO  LIST-REC
               WRITE   LIST-REC
           END-IF
           .
       300-APPROVED-EXT.
           EXIT.
       310-ONE-APPROVED-SEC          SECTION.
      *    A CLOSE TOOK EFFECT THE DAY AFTER ITS NEW END DATE, SO IT
      *    WAS LATE WHEN THAT END DATE IS BEFORE THE EVE OF APPROVAL.
           MOVE    ZERO                TO  FLG-LATE
           IF    ( SYSKANRISIN-UPDKBN  =   "3" )
               MOVE    SYSKANRISIN-SHN-YMD TO  WRK-PDAY-IN
               PERFORM 700-PREV-DAY-SEC
               IF    ( SYSKANRISIN-AFT-EDYUKYMD    <   WRK-PDAY-OUT )
                   MOVE    1               TO  FLG-LATE
               END-IF
           ELSE
               IF    ( SYSKANRISIN-AFT-STYUKYMD
                                       <   SYSKANRISIN-SHN-YMD )
                   MOVE    1               TO  FLG-LATE
               END-IF
           END-IF
           IF    ( FLG-LATE            =   ZERO )
               GO  TO  310-ONE-APPROVED-EXT
           END-IF
           COMPUTE CNT-APPR-LATE   =   CNT-APPR-LATE   +   1
           PERFORM 800-LINE-SET-SEC
           MOVE    "*BILLED DAYS AFFECTED"
                                       TO  WRK-RPT-NOTE
           MOVE    WRK-RPT-LINE        TO  LIST-REC
           WRITE   LIST-REC
           .
       310-ONE-APPROVED-EXT.
           EXIT.
       700-PREV-DAY-SEC              SECTION.
      *    CIVIL-CALENDAR PREVIOUS DAY OF WRK-PDAY-IN, RETURNED IN
      *    WRK-PDAY-OUT - THE CALENDAR ITSELF LIVES IN THE SHARED
      *    ORCSPDAY ROUTINE.
           MOVE    WRK-PDAY-IN         TO  ORCSPDAY-IN-YMD
           CALL    "ORCSPDAY"          USING   CPORCSPDAY-AREA
           MOVE    ORCSPDAY-OUT-YMD    TO  WRK-PDAY-OUT
           .
       700-PREV-DAY-EXT.
           EXIT.
       800-LINE-SET-SEC              SECTION.
      *    ONE LIST LINE FROM THE PROPOSAL IN SYSKANRISIN-REC, WITH THE
      *    EFFECTIVE RANGE OF ITS AFTER ROW.
           MOVE    SYSKANRISIN-SINNUM  TO  WRK-RPT-SINNUM
           MOVE    SYSKANRISIN-KANRICD TO  WRK-RPT-KANRICD
           MOVE    SYSKANRISIN-KBNCD   TO  WRK-RPT-KBNCD
           EVALUATE    SYSKANRISIN-UPDKBN
           WHEN    "1"
               MOVE    "INSERT"        TO  WRK-RPT-UPDNM
           WHEN    "2"
               MOVE    "UPDATE"        TO  WRK-RPT-UPDNM
           WHEN    "3"
               MOVE    "CLOSE"         TO  WRK-RPT-UPDNM
           WHEN    "4"
               MOVE    "CARRY"         TO  WRK-RPT-UPDNM
           WHEN    OTHER
               MOVE    SYSKANRISIN-UPDKBN
                                       TO  WRK-RPT-UPDNM
           END-EVALUATE
           MOVE    SYSKANRISIN-AFT-STYUKYMD    TO  WRK-RPT-STYMD
           MOVE    SYSKANRISIN-AFT-EDYUKYMD    TO  WRK-RPT-EDYMD
           MOVE    SYSKANRISIN-SIN-OPID        TO  WRK-RPT-SIN-OPID
           MOVE    SYSKANRISIN-SIN-YMD         TO  WRK-RPT-SIN-YMD
           MOVE    SYSKANRISIN-SHN-OPID        TO  WRK-RPT-SHN-OPID
           MOVE    SYSKANRISIN-SHN-YMD         TO  WRK-RPT-SHN-YMD
           MOVE    SYSKANRISIN-PGID            TO  WRK-RPT-PGID
           MOVE    SPACE                       TO  WRK-RPT-NOTE
           .
       800-LINE-SET-EXT.
           EXIT.
       900-SYSKANRISIN-SEL-SEC       SECTION.
      *    "status" IS THE ACCESS PATH OF tbl_syskanrisin BOUND ON THE
      *    STATUS AND ORDERED BY PROPOSAL NUMBER.
           MOVE    ZERO                TO  FLG-SYSKANRISIN
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "status"            TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRISIN-REC
           PERFORM 900-SYSKANRISIN-FET-SEC
           .
       900-SYSKANRISIN-SEL-EXT.
           EXIT.
       900-SYSKANRISIN-FET-SEC       SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRISIN-REC
                                               FLG-SYSKANRISIN
           .
       900-SYSKANRISIN-FET-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       LIST-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           COMPUTE ORCSBRUN-ROWCNT =   CNT-PENDING +   CNT-APPR-LATE
           IF    ( FLG-ARG-ERR         =   1 )
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               IF    ( CNT-PENDING-LATE    >   ZERO )
                OR   ( CNT-APPR-LATE       >   ZERO )
                   MOVE    "2"             TO  ORCSBRUN-ENDKBN
               ELSE
                   MOVE    "1"             TO  ORCSBRUN-ENDKBN
               END-IF
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE7SIN: " CNT-PENDING " AWAITING APPROVAL ("
                               CNT-PENDING-LATE " LATE), "
                               CNT-APPR-LATE " APPROVED LATE"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
