       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE5AUD.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  EXCPT-FILE          ASSIGN  TO  "NYUAUDEX"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  EXCPT-FILE.
       01  EXCPT-REC                               PIC X(200).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5002.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBRMHIS.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  PTNYUIDO-REC.
           COPY    "CPPTNYUIDO.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-PTNYUIDO                        PIC 9(01).
           03  FLG-STAY-GET                        PIC 9(01).
           03  FLG-HIT                             PIC 9(01).
           03  FLG-OPN-OVER                        PIC 9(01).
           03  FLG-ROOM-OVER                       PIC 9(01).
           03  FLG-OCC-OVER                        PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDX2                                PIC 9(04).
       01  CNT-AREA.
           03  CNT-STAYS                           PIC 9(07).
           03  CNT-MOVES                           PIC 9(07).
           03  CNT-NIGHTS                          PIC 9(05).
           03  CNT-EXCPT                           PIC 9(07).
       01  WRK-AREA.
           03  WRK-STYMD                           PIC X(08).
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-NIGHT                           PIC X(08).
           03  WRK-NDAY-IN.
               05  WRK-NDAY-IN-Y                   PIC 9(04).
               05  WRK-NDAY-IN-M                   PIC 9(02).
               05  WRK-NDAY-IN-D                   PIC 9(02).
           03  WRK-NDAY-OUT.
               05  WRK-NDAY-OUT-Y                  PIC 9(04).
               05  WRK-NDAY-OUT-M                  PIC 9(02).
               05  WRK-NDAY-OUT-D                  PIC 9(02).
           03  WRK-NDAY-MATU                       PIC 9(02).
           03  WRK-NDAY-REST                       PIC 9(04).
           03  WRK-NDAY-AMARI4                     PIC 9(04).
           03  WRK-NDAY-AMARI100                   PIC 9(04).
           03  WRK-NDAY-AMARI400                   PIC 9(04).
           03  WRK-RULE                            PIC 9(01).
           03  WRK-ZAIIN-ED                        PIC ZZZ9.
           03  WRK-BEDSU-ED                        PIC ZZ9.
           03  WRK-EXCPT-LINE.
               05  WRK-EXCPT-RULE                  PIC 9(02).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-PTID                  PIC X(10).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-SEQNO                 PIC 9(08).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-YMD                   PIC X(08).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-BTUNUM                PIC X(02).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-BRMNUM                PIC X(06).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-RULENM                PIC X(36).
               05  FILLER                          PIC X(01) VALUE ",".
               05  WRK-EXCPT-DETAIL                PIC X(40).
      *    EVERY STAY STILL OPEN (NO DISCHARGE DATE) SEEN SO FAR, TO
      *    FIND A PATIENT WITH A SECOND ONE.
       01  OPN-AREA.
           03  OPN-MAX                             PIC 9(04).
           03  OPN-OCC                             OCCURS  5000.
               05  OPN-PTID                        PIC X(10).
               05  OPN-SEQNO                       PIC 9(08).
      *    THE 5002 ROOMS IN FORCE ON THE NIGHT BEING CHECKED, AND THE
      *    STAYS IN EACH OF THEM AT MIDNIGHT THAT NIGHT.
       01  ROOM-AREA.
           03  ROOM-MAX                            PIC 9(04).
           03  ROOM-OCC                            OCCURS  2500.
               05  ROOM-BTUNUM                     PIC X(02).
               05  ROOM-BRMNUM                     PIC X(06).
               05  ROOM-CAP-KNOWN                  PIC 9(01).
               05  ROOM-BEDSU                      PIC 9(03).
               05  ROOM-ZAIIN                      PIC 9(04).
       01  OCC-AREA.
           03  OCC-MAX                             PIC 9(04).
           03  OCC-OCC                             OCCURS  5000.
               05  OCC-PTID                        PIC X(10).
               05  OCC-SEQNO                       PIC 9(08).
               05  OCC-ROOM                        PIC 9(04).
       01  CONST-AREA.
           03  CONST-TUKIMATU-VAL      PIC X(24)
                                       VALUE "312831303130313130313031".
           03  CONST-TUKIMATU-R    REDEFINES   CONST-TUKIMATU-VAL.
               05  CONST-TUKIMATU      PIC 9(02) OCCURS 12.
      *    THE RULES, NUMBERED AS THEY APPEAR IN THE RULE COLUMN.
           03  CONST-RULENM-VAL.
               05  FILLER              PIC X(36)
                       VALUE "PATIENT HAS MORE THAN ONE OPEN STAY".
               05  FILLER              PIC X(36)
                       VALUE "DISCHARGE DATE BEFORE ADMISSION".
               05  FILLER              PIC X(36)
                       VALUE "MOVEMENT OUTSIDE ADMISSION PERIOD".
               05  FILLER              PIC X(36)
                       VALUE "MOVEMENT WITH NO MATCHING STAY".
               05  FILLER              PIC X(36)
                       VALUE "CURRENT WARD/ROOM NOT ON MASTER".
               05  FILLER              PIC X(36)
                       VALUE "ROOM OCCUPANCY OVER BEDS".
           03  CONST-RULENM-R      REDEFINES   CONST-RULENM-VAL.
               05  CONST-RULENM        PIC X(36) OCCURS 6.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    NIGHTLY ADMISSION-HISTORY INTEGRITY AUDIT. EVERY NIGHTLY
      *    PROGRAM TRUSTS THE STAY (PTNYUINRRK) AND MOVEMENT (PTNYUIDO)
      *    ROWS TO AGREE; THIS CHECKS THAT THEY DO, AS OF THE RUN DATE
      *    GIVEN AS ARGUMENT ONE (THE SYSTEM DATE WHEN OMITTED), AND
      *    LISTS ONE LINE PER STAY AND RULE BROKEN:
      *      1  A PATIENT WITH MORE THAN ONE OPEN STAY
      *      2  A DISCHARGE DATE BEFORE THE ADMISSION DATE
      *      3  A MOVEMENT DATED BEFORE ADMISSION OR AFTER DISCHARGE
      *      4  A MOVEMENT WHOSE STAY DOES NOT EXIST
      *      5  A STAY IN ON THE RUN DATE WHOSE CURRENT WARD OR ROOM
      *         IS NOT ON THE 5001/5002 MASTER THAT DAY
      *      6  A ROOM HOLDING MORE STAYS AT MIDNIGHT THAN ITS 5002
      *         BEDSU, ON ANY NIGHT FROM THE WINDOW START GIVEN AS
      *         ARGUMENT TWO (THE RUN DATE WHEN OMITTED) TO THE RUN
      *         DATE - ONE LINE PER STAY IN THE ROOM
      *    THE RUN ENDS "2" IN TBL_BATCHRUN WHEN ANY LINE WAS WRITTEN,
      *    SO THE MORNING ORCC2RUN PAGE SHOWS WHETHER LAST NIGHT'S DATA
      *    WAS CLEAN BEFORE ANYONE TRUSTS THE CENSUS OR THE SAGAKU RUN.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 200-STAY-SEC
               PERFORM 300-MOVE-SEC
               PERFORM 400-NIGHT-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       OPN-AREA
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
               DISPLAY "ORCE5AUD: RUN DATE / WINDOW START NOT A "
                       "YYYYMMDD PERIOD - RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE5AUD"          TO  ORCSBRUN-PGID
           MOVE    WRK-EDYMD           TO  ORCSBRUN-ARG1
           MOVE    WRK-STYMD           TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              EXCPT-FILE
           MOVE    "RULE,PTID,SEQNO,YMD,BTUNUM,BRMNUM,RULE_NAME,DETAIL"
                                       TO  EXCPT-REC
           WRITE   EXCPT-REC
           .
       100-INIT-EXT.
           EXIT.
       200-STAY-SEC                  SECTION.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               COMPUTE CNT-STAYS   =   CNT-STAYS   +   1
               IF    ( PTNYUINRRK-TAIINYMD     NOT =   SPACE )
                AND  ( PTNYUINRRK-TAIINYMD     <   PTNYUINRRK-NYUINYMD )
                   MOVE    2                   TO  WRK-RULE
                   MOVE    PTNYUINRRK-TAIINYMD TO  WRK-EXCPT-YMD
                   MOVE    SPACE               TO  WRK-EXCPT-DETAIL
                   STRING  "ADMITTED "         DELIMITED BY SIZE
                           PTNYUINRRK-NYUINYMD DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
                   PERFORM 800-STAY-EXCPT-SEC
               END-IF
               IF    ( PTNYUINRRK-TAIINYMD     =   SPACE )
                   PERFORM 210-OPEN-CHK-SEC
               END-IF
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-EDYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-EDYMD ) )
                   PERFORM 220-MASTER-CHK-SEC
               END-IF
      *        220-MASTER-CHK-SEC LOOKS UP 5001/5002, WHICH LEAVES
      *        MCP-TABLE/MCP-PATHNAME ON SYSKANRI, SO THE CURSOR
      *        IDENTIFIERS MUST BE PUT BACK BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
               MOVE    "btunumseq"         TO  MCP-PATHNAME
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-STAY-EXT.
           EXIT.
       210-OPEN-CHK-SEC              SECTION.
      *    THE SECOND AND EVERY LATER OPEN STAY OF A PATIENT IS LISTED,
      *    NAMING THE OPEN STAY SEEN FIRST.
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   OPN-MAX )
                    OR   ( FLG-HIT     =   1 )
               IF    ( OPN-PTID (IDX1)     =   PTNYUINRRK-PTID )
                   MOVE    1               TO  FLG-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-HIT             =   1 )
               COMPUTE IDX1        =   IDX1    -   1
               MOVE    1                   TO  WRK-RULE
               MOVE    PTNYUINRRK-NYUINYMD TO  WRK-EXCPT-YMD
               MOVE    SPACE               TO  WRK-EXCPT-DETAIL
               STRING  "ALSO OPEN SEQNO "  DELIMITED BY SIZE
                       OPN-SEQNO (IDX1)    DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
               PERFORM 800-STAY-EXCPT-SEC
               GO  TO  210-OPEN-CHK-EXT
           END-IF
           IF    ( OPN-MAX             >=  5000 )
      *        AN OPEN STAY THAT DOES NOT FIT THE TABLE COULD HIDE A
      *        DUPLICATE - THE RUN COMPLETES ABNORMALLY INSTEAD.
               MOVE    1               TO  FLG-OPN-OVER
               GO  TO  210-OPEN-CHK-EXT
           END-IF
           COMPUTE OPN-MAX     =   OPN-MAX     +   1
           MOVE    PTNYUINRRK-PTID     TO  OPN-PTID  (OPN-MAX)
           MOVE    PTNYUINRRK-SEQNO    TO  OPN-SEQNO (OPN-MAX)
           .
       210-OPEN-CHK-EXT.
           EXIT.
       220-MASTER-CHK-SEC            SECTION.
      *    THE WARD AND ROOM ON THE STAY ROW ARE WHERE THE PATIENT IS
      *    NOW - BOTH MUST STILL BE ON THEIR MASTERS ON THE RUN DATE.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    PTNYUINRRK-BTUNUM   TO  SYS-KBNCD
           MOVE    WRK-EDYMD           TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE    5                   TO  WRK-RULE
               MOVE    WRK-EDYMD           TO  WRK-EXCPT-YMD
               MOVE    "WARD NOT ON 5001"  TO  WRK-EXCPT-DETAIL
               PERFORM 800-STAY-EXCPT-SEC
               GO  TO  220-MASTER-CHK-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           MOVE    PTNYUINRRK-BTUNUM   TO  SYS-KBNCD (1:2)
           MOVE    PTNYUINRRK-BRMNUM   TO  SYS-KBNCD (3:6)
           MOVE    WRK-EDYMD           TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE    5                   TO  WRK-RULE
               MOVE    WRK-EDYMD           TO  WRK-EXCPT-YMD
               MOVE    "ROOM NOT ON 5002"  TO  WRK-EXCPT-DETAIL
               PERFORM 800-STAY-EXCPT-SEC
           END-IF
           .
       220-MASTER-CHK-EXT.
           EXIT.
       300-MOVE-SEC                  SECTION.
      *    EVERY MOVEMENT ROW DATED UP TO THE RUN DATE, CHECKED
      *    AGAINST THE STAY IT BELONGS TO. THE "idoymd" CURSOR IS
      *    ORDERED BY IDOYMD, SO THE WALK STOPS AT THE FIRST LATER ROW.
           INITIALIZE                  PTNYUIDO-REC
           MOVE    "00000000"          TO  PTNYUIDO-IDOYMD
           PERFORM 900-PTNYUIDO-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUIDO    =   1 )
                    OR   ( PTNYUIDO-IDOYMD >   WRK-EDYMD )
               COMPUTE CNT-MOVES   =   CNT-MOVES   +   1
               PERFORM 310-ONE-MOVE-SEC
      *        310-ONE-MOVE-SEC READS THE STAY, WHICH LEAVES
      *        MCP-TABLE/MCP-PATHNAME ON tbl_ptnyuinrrk, SO THE CURSOR
      *        IDENTIFIERS MUST BE PUT BACK BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
               MOVE    "idoymd"            TO  MCP-PATHNAME
               PERFORM 900-PTNYUIDO-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuido"          TO  MCP-TABLE
           MOVE    "idoymd"                TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       300-MOVE-EXT.
           EXIT.
       310-ONE-MOVE-SEC              SECTION.
           MOVE    PTNYUIDO-PTID       TO  WRK-EXCPT-PTID
           MOVE    PTNYUIDO-SEQNO      TO  WRK-EXCPT-SEQNO
           MOVE    PTNYUIDO-IDOYMD     TO  WRK-EXCPT-YMD
           MOVE    PTNYUIDO-BTUNUM     TO  WRK-EXCPT-BTUNUM
           MOVE    PTNYUIDO-BRMNUM     TO  WRK-EXCPT-BRMNUM
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    PTNYUIDO-PTID       TO  PTNYUINRRK-PTID
           MOVE    PTNYUIDO-SEQNO      TO  PTNYUINRRK-SEQNO
           PERFORM 900-PTNYUINRRK-KEY-SEL-SEC
           IF    ( FLG-STAY-GET        NOT =   ZERO )
               MOVE    4                   TO  WRK-RULE
               MOVE    SPACE               TO  WRK-EXCPT-DETAIL
               STRING  "MOVEMENT TYPE "    DELIMITED BY SIZE
                       PTNYUIDO-IDOKBN     DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
               PERFORM 810-EXCPT-WRITE-SEC
               GO  TO  310-ONE-MOVE-EXT
           END-IF
           IF    ( PTNYUIDO-IDOYMD     <   PTNYUINRRK-NYUINYMD )
               MOVE    3                   TO  WRK-RULE
               MOVE    SPACE               TO  WRK-EXCPT-DETAIL
               STRING  "ADMITTED "         DELIMITED BY SIZE
                       PTNYUINRRK-NYUINYMD DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
               PERFORM 810-EXCPT-WRITE-SEC
               GO  TO  310-ONE-MOVE-EXT
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD NOT =   SPACE )
            AND  ( PTNYUIDO-IDOYMD     >   PTNYUINRRK-TAIINYMD )
               MOVE    3                   TO  WRK-RULE
               MOVE    SPACE               TO  WRK-EXCPT-DETAIL
               STRING  "DISCHARGED "       DELIMITED BY SIZE
                       PTNYUINRRK-TAIINYMD DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
               PERFORM 810-EXCPT-WRITE-SEC
           END-IF
           .
       310-ONE-MOVE-EXT.
           EXIT.
       400-NIGHT-SEC                 SECTION.
           MOVE    WRK-STYMD           TO  WRK-NIGHT
           PERFORM UNTIL ( WRK-NIGHT       >   WRK-EDYMD )
               COMPUTE CNT-NIGHTS  =   CNT-NIGHTS  +   1
               PERFORM 410-ROOM-LOAD-SEC
               PERFORM 420-ROOM-COUNT-SEC
               PERFORM 440-ROOM-OVER-SEC
               MOVE    WRK-NIGHT           TO  WRK-NDAY-IN
               PERFORM 700-NEXT-DAY-SEC
               MOVE    WRK-NDAY-OUT        TO  WRK-NIGHT
           END-PERFORM
           .
       400-NIGHT-EXT.
           EXIT.
       410-ROOM-LOAD-SEC             SECTION.
      *    THE ROOMS IN FORCE ON THE NIGHT, AS THE CENSUS LOADS THEM.
      *    A ROOM KEYED BEFORE THE BED-COUNT FIELD EXISTED HAS NO
      *    KNOWN CAPACITY AND IS NEVER JUDGED OVER.
           INITIALIZE                  ROOM-AREA
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5002-STYUKYMD   <=  WRK-NIGHT )
                AND  ( SYS-5002-EDYUKYMD   >=  WRK-NIGHT )
                   IF    ( ROOM-MAX            >=  2500 )
                       MOVE    1               TO  FLG-ROOM-OVER
                   ELSE
                       COMPUTE ROOM-MAX    =   ROOM-MAX    +   1
                       MOVE    ROOM-MAX            TO  IDX1
                       MOVE    SYS-5002-BTUNUM TO  ROOM-BTUNUM (IDX1)
                       MOVE    SYS-5002-BRMNUM TO  ROOM-BRMNUM (IDX1)
                       IF    ( SYS-5002-BEDSU      IS  NUMERIC )
                           MOVE    1           TO  ROOM-CAP-KNOWN (IDX1)
                           MOVE    SYS-5002-BEDSU
                                               TO  ROOM-BEDSU  (IDX1)
                       END-IF
                   END-IF
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       410-ROOM-LOAD-EXT.
           EXIT.
       420-ROOM-COUNT-SEC            SECTION.
      *    THE CENSUS MIDNIGHT RULE: IN WHEN ADMITTED ON OR BEFORE THE
      *    NIGHT AND NOT DISCHARGED BY IT, IN THE ROOM THE MOVEMENT
      *    HISTORY HAS THE PATIENT IN THAT NIGHT.
           INITIALIZE                  OCC-AREA
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-NIGHT )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-NIGHT ) )
                   PERFORM 430-ROOM-ADD-SEC
               END-IF
      *        430-ROOM-ADD-SEC CALLS ORCSBRMHIS, WHICH LEAVES
      *        MCP-TABLE/MCP-PATHNAME ON ITS OWN HISTORY CURSOR, SO
      *        THE CURSOR IDENTIFIERS MUST BE PUT BACK BEFORE THE
      *        NEXT FETCH.
               MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
               MOVE    "btunumseq"         TO  MCP-PATHNAME
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       420-ROOM-COUNT-EXT.
           EXIT.
       430-ROOM-ADD-SEC              SECTION.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-NIGHT           TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   ROOM-MAX )
                    OR   ( FLG-HIT     =   1 )
               IF    ( ROOM-BTUNUM (IDX1)  =   ORCSBRMHIS-OUT-BTUNUM )
                AND  ( ROOM-BRMNUM (IDX1)  =   ORCSBRMHIS-OUT-BRMNUM )
                   MOVE    1               TO  FLG-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-HIT             =   ZERO )
      *        A ROOM OFF THE MASTER HAS NO CAPACITY TO EXCEED - ON
      *        THE RUN DATE IT IS ALREADY LISTED UNDER RULE 5.
               GO  TO  430-ROOM-ADD-EXT
           END-IF
           COMPUTE IDX1        =   IDX1    -   1
           COMPUTE ROOM-ZAIIN (IDX1)   =   ROOM-ZAIIN (IDX1)   +   1
           IF    ( OCC-MAX             >=  5000 )
               MOVE    1               TO  FLG-OCC-OVER
               GO  TO  430-ROOM-ADD-EXT
           END-IF
           COMPUTE OCC-MAX     =   OCC-MAX     +   1
           MOVE    PTNYUINRRK-PTID     TO  OCC-PTID  (OCC-MAX)
           MOVE    PTNYUINRRK-SEQNO    TO  OCC-SEQNO (OCC-MAX)
           MOVE    IDX1                TO  OCC-ROOM  (OCC-MAX)
           .
       430-ROOM-ADD-EXT.
           EXIT.
       440-ROOM-OVER-SEC             SECTION.
      *    EVERY STAY IN A ROOM OVER ITS BEDS THAT NIGHT IS LISTED, SO
      *    THE WARD CAN SEE WHICH OF THEM IS WRONGLY RECORDED THERE.
           MOVE    6                   TO  WRK-RULE
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   OCC-MAX )
               MOVE    OCC-ROOM (IDX2)     TO  IDX1
               IF    ( ROOM-CAP-KNOWN (IDX1)   =   1 )
                AND  ( ROOM-ZAIIN (IDX1)   >   ROOM-BEDSU (IDX1) )
                   MOVE    OCC-PTID  (IDX2)    TO  WRK-EXCPT-PTID
                   MOVE    OCC-SEQNO (IDX2)    TO  WRK-EXCPT-SEQNO
                   MOVE    WRK-NIGHT           TO  WRK-EXCPT-YMD
                   MOVE    ROOM-BTUNUM (IDX1)  TO  WRK-EXCPT-BTUNUM
                   MOVE    ROOM-BRMNUM (IDX1)  TO  WRK-EXCPT-BRMNUM
                   MOVE    ROOM-ZAIIN (IDX1)   TO  WRK-ZAIIN-ED
                   MOVE    ROOM-BEDSU (IDX1)   TO  WRK-BEDSU-ED
                   MOVE    SPACE               TO  WRK-EXCPT-DETAIL
                   STRING  WRK-ZAIIN-ED        DELIMITED BY SIZE
                           " IN, "             DELIMITED BY SIZE
                           WRK-BEDSU-ED        DELIMITED BY SIZE
                           " BEDS"             DELIMITED BY SIZE
                                       INTO    WRK-EXCPT-DETAIL
                   PERFORM 810-EXCPT-WRITE-SEC
               END-IF
           END-PERFORM
           .
       440-ROOM-OVER-EXT.
           EXIT.
       700-NEXT-DAY-SEC              SECTION.
      *    CIVIL-CALENDAR NEXT DAY OF WRK-NDAY-IN, RETURNED IN
      *    WRK-NDAY-OUT - THE MIRROR OF THE PREVIOUS-DAY ARITHMETIC IN
      *    ORCSPDAY, WITH FEBRUARY RE-CHECKED FOR LEAP YEARS.
           MOVE    WRK-NDAY-IN         TO  WRK-NDAY-OUT
           MOVE    CONST-TUKIMATU (WRK-NDAY-IN-M)
                                       TO  WRK-NDAY-MATU
           IF    ( WRK-NDAY-IN-M       =   2 )
               DIVIDE  WRK-NDAY-IN-Y       BY  4
                       GIVING  WRK-NDAY-REST
                       REMAINDER   WRK-NDAY-AMARI4
               DIVIDE  WRK-NDAY-IN-Y       BY  100
                       GIVING  WRK-NDAY-REST
                       REMAINDER   WRK-NDAY-AMARI100
               DIVIDE  WRK-NDAY-IN-Y       BY  400
                       GIVING  WRK-NDAY-REST
                       REMAINDER   WRK-NDAY-AMARI400
               IF   (( WRK-NDAY-AMARI4     =   ZERO )
                AND  ( WRK-NDAY-AMARI100   NOT =   ZERO ))
                OR   ( WRK-NDAY-AMARI400   =   ZERO )
                   MOVE    29          TO  WRK-NDAY-MATU
               END-IF
           END-IF
           IF    ( WRK-NDAY-IN-D       <   WRK-NDAY-MATU )
               COMPUTE WRK-NDAY-OUT-D  =   WRK-NDAY-IN-D   +   1
               GO  TO  700-NEXT-DAY-EXT
           END-IF
           IF    ( WRK-NDAY-IN-M       =   12 )
               COMPUTE WRK-NDAY-OUT-Y  =   WRK-NDAY-IN-Y   +   1
               MOVE    01              TO  WRK-NDAY-OUT-M
               MOVE    01              TO  WRK-NDAY-OUT-D
               GO  TO  700-NEXT-DAY-EXT
           END-IF
           COMPUTE WRK-NDAY-OUT-M      =   WRK-NDAY-IN-M   +   1
           MOVE    01                  TO  WRK-NDAY-OUT-D
           .
       700-NEXT-DAY-EXT.
           EXIT.
       800-STAY-EXCPT-SEC            SECTION.
      *    AN EXCEPTION ON THE STAY ROW CURRENTLY IN PTNYUINRRK-REC -
      *    THE CALLER HAS SET THE RULE, DATE AND DETAIL.
           MOVE    PTNYUINRRK-PTID     TO  WRK-EXCPT-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  WRK-EXCPT-SEQNO
           MOVE    PTNYUINRRK-BTUNUM   TO  WRK-EXCPT-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  WRK-EXCPT-BRMNUM
           PERFORM 810-EXCPT-WRITE-SEC
           .
       800-STAY-EXCPT-EXT.
           EXIT.
       810-EXCPT-WRITE-SEC           SECTION.
           MOVE    WRK-RULE            TO  WRK-EXCPT-RULE
           MOVE    CONST-RULENM (WRK-RULE)
                                       TO  WRK-EXCPT-RULENM
           MOVE    WRK-EXCPT-LINE      TO  EXCPT-REC
           WRITE   EXCPT-REC
           COMPUTE CNT-EXCPT   =   CNT-EXCPT   +   1
           .
       810-EXCPT-WRITE-EXT.
           EXIT.
       900-SYSKANRI-KEY1-SEL-SEC     SECTION.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
           PERFORM 900-SYSKANRI-KEY1-FET-SEC
           .
       900-SYSKANRI-KEY1-SEL-EXT.
           EXIT.
       900-SYSKANRI-KEY1-FET-SEC     SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           .
       900-SYSKANRI-KEY1-FET-EXT.
           EXIT.
       900-SYSKANRI-KEY10-SEL-SEC     SECTION.
      *    "KEY10" IS THE GENERIC ACCESS PATH KEYED BY KANRICD + KBNCD
      *    + DATE-RANGE.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           .
       900-SYSKANRI-KEY10-SEL-EXT.
           EXIT.
       900-PTNYUINRRK-SEL-SEC          SECTION.
      *    SAME "btunumseq" ACCESS PATH AS THE CENSUS - THE BIND
      *    FIELDS TAKE THE ADMISSION-DATE WINDOW, HERE EVERYTHING
      *    ADMITTED UP TO AND INCLUDING THE RUN DATE.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           MOVE    "00000000"          TO  PTNYUINRRK-NYUINYMD
           MOVE    WRK-EDYMD           TO  PTNYUINRRK-TAIINYMD
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-FET-SEC
           .
       900-PTNYUINRRK-SEL-EXT.
           EXIT.
       900-PTNYUINRRK-FET-SEC          SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
                                               FLG-PTNYUINRRK
           .
       900-PTNYUINRRK-FET-EXT.
           EXIT.
       900-PTNYUINRRK-KEY-SEL-SEC      SECTION.
      *    "ptidseq" IS THE PRIMARY ACCESS PATH OF tbl_ptnyuinrrk,
      *    KEYED BY PTID + SEQNO.
           MOVE    ZERO                TO  FLG-STAY-GET
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptidseq"           TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
                                               FLG-STAY-GET
           .
       900-PTNYUINRRK-KEY-SEL-EXT.
           EXIT.
       900-PTNYUIDO-SEL-SEC          SECTION.
      *    "idoymd" IS THE ACCESS PATH OF tbl_ptnyuido ORDERED BY
      *    MOVE DATE - THE BIND FIELD TAKES THE START OF THE WINDOW.
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "idoymd"            TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUIDO-REC
           PERFORM 900-PTNYUIDO-FET-SEC
           .
       900-PTNYUIDO-SEL-EXT.
           EXIT.
       900-PTNYUIDO-FET-SEC          SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUIDO-REC
                                               FLG-PTNYUIDO
           .
       900-PTNYUIDO-FET-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       EXCPT-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-EXCPT           TO  ORCSBRUN-ROWCNT
           EVALUATE    TRUE
           WHEN  ( FLG-ARG-ERR         =   1 )
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           WHEN  ( FLG-OPN-OVER        =   1 )
            OR   ( FLG-ROOM-OVER       =   1 )
            OR   ( FLG-OCC-OVER        =   1 )
               DISPLAY "ORCE5AUD: OPEN-STAY, ROOM OR OCCUPANT TABLE "
                       "FULL - AUDIT IS INCOMPLETE"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           WHEN  ( CNT-EXCPT           >   ZERO )
               MOVE    "2"             TO  ORCSBRUN-ENDKBN
           WHEN    OTHER
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-EVALUATE
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE5AUD: " CNT-STAYS " STAYS, "
                               CNT-MOVES " MOVEMENTS, "
                               CNT-NIGHTS " NIGHTS, "
                               CNT-EXCPT " EXCEPTIONS"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
