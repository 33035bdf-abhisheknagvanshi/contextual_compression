       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE6CUP.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LIST-FILE           ASSIGN  TO  "CUPLIST"
                                       ORGANIZATION   LINE SEQUENTIAL.
           SELECT  EXCPT-FILE          ASSIGN  TO  "CUPSAGEX"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LIST-FILE.
       01  LIST-REC                                PIC X(132).
       FD  EXCPT-FILE.
       01  EXCPT-REC                               PIC X(200).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5002.INC".
           COPY    "CPSK5113.INC".
           COPY    "CPBATCHRUN.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSPDAY.INC".
           COPY    "CPORCSBRMHIS.INC".
           COPY    "CPORCSBRMSAG.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  PTSAGAKU-REC.
           COPY    "CPPTSAGAKU.INC".
       01  CENSUSRRK-REC.
           COPY    "CPCENSUSRRK.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-PTSAGAKU                        PIC 9(01).
           03  FLG-PTSAGAKU-GET                    PIC 9(01).
           03  FLG-CENSUSRRK                       PIC 9(01).
           03  FLG-CENSUSRRK-GET                   PIC 9(01).
           03  FLG-BATCHRUN                        PIC 9(01).
           03  FLG-UPDATE-MODE                     PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
           03  FLG-HIT                             PIC 9(01).
           03  FLG-ROOM-HIT                        PIC 9(01).
           03  FLG-ROOM-OVER                       PIC 9(01).
           03  FLG-SAVE-ERR                        PIC 9(01).
           03  FLG-CUP-ERR                         PIC 9(01).
           03  FLG-STOP                            PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDXD                                PIC 9(03).
           03  IDXL                                PIC 9(03).
           03  IDXN                                PIC 9(03).
       01  CNT-AREA.
           03  CNT-GAP                             PIC 9(05).
           03  CNT-CEN-FIXED                       PIC 9(05).
           03  CNT-SAG-FIXED                       PIC 9(05).
           03  CNT-ZAIIN                           PIC 9(07).
           03  CNT-NOROOM                          PIC 9(07).
           03  CNT-WARD-ZAI                        PIC 9(05).
           03  CNT-WARD-BED                        PIC 9(05).
           03  CNT-WROTE                           PIC 9(07).
           03  CNT-EXCPT                           PIC 9(07).
       01  WRK-AREA.
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-SYSYMD                          PIC X(08).
           03  WRK-MODE                            PIC X(08).
           03  WRK-NIGHT                           PIC X(08).
           03  WRK-FIND-YMD                        PIC X(08).
           03  WRK-PDAY-IN                         PIC X(08).
           03  WRK-PDAY-OUT                        PIC X(08).
           03  WRK-PRV-BTUNUM                      PIC X(02).
           03  WRK-SAGAKU-KBNCD                    PIC X(02).
           03  WRK-TIME                            PIC X(08).
           03  WRK-LAST-HMS                        PIC X(06).
      *    THE CATCH-UP RUN ROW BEING WRITTEN - ITS KEY FROM THE START
      *    INSERT IS KEPT HERE UNTIL THE END UPDATE COMPLETES IT.
           03  WRK-CUP-PGID                        PIC X(08).
           03  WRK-CUP-RUNYMD                      PIC X(08).
           03  WRK-CUP-STHMS                       PIC X(06).
           03  WRK-CUP-ROWCNT                      PIC 9(07).
           03  WRK-CUP-ENDKBN                      PIC X(01).
           03  WRK-RPT-TITLE.
               05  FILLER                          PIC X(30)
                       VALUE "MISSED-NIGHT CATCH-UP THROUGH ".
               05  WRK-RPT-TITLE-YMD               PIC X(08).
               05  FILLER                          PIC X(03)
                                                   VALUE " - ".
               05  WRK-RPT-TITLE-MODE              PIC X(30).
           03  WRK-RPT-CLEAN.
               05  WRK-RPT-CLEAN-LBL               PIC X(48).
               05  WRK-RPT-CLEAN-YMD               PIC X(08).
           03  WRK-RPT-HEADING.
               05  FILLER                          PIC X(10)
                                                   VALUE "NIGHT".
               05  FILLER                          PIC X(23)
                                           VALUE "CENSUS (ORCB1CEN)".
               05  FILLER                          PIC X(23)
                                           VALUE "SAGAKU (ORCD1SAG)".
               05  FILLER                          PIC X(25)
                                           VALUE "CENSUS ACTION".
               05  FILLER                          PIC X(13)
                                           VALUE "SAGAKU ACTION".
           03  WRK-RPT-LINE.
               05  WRK-RPT-NIGHT                   PIC X(08).
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-RPT-CEN-STAT                PIC X(22).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SAG-STAT                PIC X(22).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-CEN-ACT                 PIC X(24).
               05  WRK-RPT-CEN-ACT-R   REDEFINES   WRK-RPT-CEN-ACT.
                   07  WRK-RPT-CEN-LBL             PIC X(17).
                   07  WRK-RPT-CEN-CNT             PIC ZZZZZZ9.
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SAG-ACT                 PIC X(24).
               05  WRK-RPT-SAG-ACT-R   REDEFINES   WRK-RPT-SAG-ACT.
                   07  WRK-RPT-SAG-LBL             PIC X(17).
                   07  WRK-RPT-SAG-CNT             PIC ZZZZZZ9.
           03  WRK-EXCPT-LINE.
               05  WRK-EXCPT-SEIYMD                PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-PTID                  PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-PTNAME                PIC X(40).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-BTUNUM                PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-BRMNUM                PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-KBNCD                 PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-REASON                PIC X(28).
      *    ONE SLOT PER NIGHT OF THE LOOK-BACK, OLDEST FIRST, ENDING
      *    ON THE CHECK-THROUGH DATE. THE ENDKBN SLOTS HOLD "1" ONCE
      *    ANY RUN OF THE PROGRAM FOR THAT NIGHT COMPLETED NORMALLY,
      *    OTHERWISE THE COMPLETION OF A RUN THAT DID NOT, OR SPACE
      *    WHEN THE PROGRAM NEVER RAN FOR THE NIGHT AT ALL.
       01  DAY-AREA.
           03  DAY-OCC                             OCCURS  62.
               05  DAY-YMD                         PIC X(08).
               05  DAY-CEN-ENDKBN                  PIC X(01).
               05  DAY-SAG-ENDKBN                  PIC X(01).
               05  DAY-SAG-ROWCNT                  PIC 9(07).
               05  DAY-CENRRK-CNT                  PIC 9(05).
               05  DAY-SAGAKU-CNT                  PIC 9(07).
               05  DAY-CEN-NEED                    PIC 9(01).
               05  DAY-SAG-NEED                    PIC 9(01).
               05  DAY-CEN-STAT                    PIC X(22).
               05  DAY-SAG-STAT                    PIC X(22).
      *    ROOMS ACTIVE ON THE NIGHT BEING REBUILT, IN WARD/ROOM ORDER
      *    AS DELIVERED BY THE 5002 CURSOR - THE SAME TABLE ORCB1CEN
      *    COUNTS INTO, RELOADED FOR EVERY NIGHT.
       01  CEN-ROOM-AREA.
           03  CEN-ROOM-MAX                        PIC 9(04).
           03  CEN-ROOM-OCC                        OCCURS  2500.
               05  CEN-BTUNUM                      PIC X(02).
               05  CEN-BRMNUM                      PIC X(06).
               05  CEN-BEDSU                       PIC 9(03).
               05  CEN-ZAIIN                       PIC 9(03).
       01  CONST-AREA.
      *    HOW FAR BACK A CLEAN NIGHT IS LOOKED FOR - TWO MONTHS OF
      *    NIGHTS, MORE THAN ANY OUTAGE THE MONTH-END RUNS COULD STILL
      *    BE CORRECTED FOR.
           03  CONST-DAY-MAX           PIC 9(03) VALUE 62.
           03  CONST-ROOM-MAX          PIC 9(04) VALUE 2500.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    MISSED-NIGHT CATCH-UP FOR THE CENSUS AND SAGAKU NIGHTS. A
      *    NIGHT THE CHAIN MISSED (OUTAGE, SKIPPED HOLIDAY RUN, AN
      *    ABNORMAL END NOBODY RERAN) LEAVES NO tbl_censusrrk ROWS AND
      *    NO PTSAGAKU LINES FOR THE DATE, AND NOTHING SAYS SO UNTIL
      *    ORCD2CEN AVERAGES A SHORT MONTH OR A PATIENT IS UNDER-
      *    BILLED. FOR EVERY NIGHT FROM THE LAST CLEAN ONE UP TO THE
      *    CHECK-THROUGH DATE (ARGUMENT ONE, DEFAULT YESTERDAY) THIS
      *    COMPARES tbl_batchrun, tbl_censusrrk AND PTSAGAKU AGAINST
      *    THE CALENDAR AND LISTS EACH NIGHT ORCB1CEN OR ORCD1SAG DID
      *    NOT COMPLETE NORMALLY, OR WHOSE OUTPUT IS GONE. A CLEAN
      *    NIGHT IS ONE WHERE BOTH COMPLETED NORMALLY AND THEIR OUTPUT
      *    IS ON FILE.
      *    AS WITH ORCC4CPY, ARGUMENT TWO MUST BE THE LITERAL "UPDATE"
      *    FOR ANYTHING TO BE WRITTEN; ANY OTHER VALUE IS A DRY RUN
      *    THAT ONLY LISTS THE NIGHTS. IN UPDATE MODE THE MISSED
      *    NIGHTS ARE REBUILT OLDEST FIRST WITH THE SAME RULES AS THE
      *    TWO NIGHTLY PROGRAMS, AND EACH REBUILT NIGHT IS RECORDED IN
      *    tbl_batchrun UNDER THE PROGRAM IT STANDS IN FOR, ARGUMENT
      *    ONE THE NIGHT AND ARGUMENT TWO "CATCHUP" - ORCC2RUN LISTS
      *    THOSE ROWS UNDER THE CHAIN, AND THIS RUN'S OWN ROW ENDS "2"
      *    WHENEVER A MISSED NIGHT WAS FOUND, SO BOTH THE GAP AND ITS
      *    REPAIR SHOW ON THE MORNING PAGE. A NIGHT THAT CANNOT BE
      *    REBUILT STOPS THE CATCH-UP THERE, SO THE NIGHTS AFTER IT
      *    ARE NEVER REBUILT AHEAD OF IT.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 150-CALENDAR-SEC
               PERFORM 200-BATCHRUN-SEC
               PERFORM 300-CENSUSRRK-SEC
               PERFORM 310-PTSAGAKU-SEC
               PERFORM 400-ASSESS-SEC
               PERFORM 500-GAP-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       DAY-AREA
           MOVE    SPACE               TO  WRK-LAST-HMS
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-EDYMD          FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-MODE           FROM    ARGUMENT-VALUE
           IF    ( WRK-EDYMD           =   SPACE )
      *        TONIGHT'S OWN CENSUS HAS NOT RUN YET WHEN THE CHAIN
      *        STARTS, SO BY DEFAULT THE CHECK STOPS AT LAST NIGHT.
               ACCEPT  WRK-SYSYMD      FROM    DATE YYYYMMDD
               MOVE    WRK-SYSYMD      TO  WRK-PDAY-IN
               PERFORM 700-PREV-DAY-SEC
               MOVE    WRK-PDAY-OUT    TO  WRK-EDYMD
           END-IF
           IF    ( WRK-EDYMD           NOT NUMERIC )
               DISPLAY "ORCE6CUP: CHECK-THROUGH DATE NOT A YYYYMMDD "
                       "DATE - RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           IF    ( WRK-MODE            =   "UPDATE" )
               MOVE    1               TO  FLG-UPDATE-MODE
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE6CUP"          TO  ORCSBRUN-PGID
           MOVE    WRK-EDYMD           TO  ORCSBRUN-ARG1
           MOVE    WRK-MODE            TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              LIST-FILE
                                       EXCPT-FILE
           MOVE    WRK-EDYMD           TO  WRK-RPT-TITLE-YMD
           IF    ( FLG-UPDATE-MODE     =   1 )
               MOVE    "UPDATE MODE - NIGHTS REBUILT"
                                       TO  WRK-RPT-TITLE-MODE
           ELSE
               MOVE    "DRY RUN - NOTHING WRITTEN"
                                       TO  WRK-RPT-TITLE-MODE
           END-IF
           MOVE    WRK-RPT-TITLE       TO  LIST-REC
           WRITE   LIST-REC
           MOVE    "SEIKYUYMD,PTID,PTNAME,BTUNUM,BRMNUM,KBNCD,REASON"
                                       TO  EXCPT-REC
           WRITE   EXCPT-REC
           .
       100-INIT-EXT.
           EXIT.
       150-CALENDAR-SEC              SECTION.
      *    THE LOOK-BACK IS BUILT BACKWARDS FROM THE CHECK-THROUGH
      *    DATE SO THE TABLE ENDS ON IT AND RUNS OLDEST FIRST.
           MOVE    WRK-EDYMD           TO  DAY-YMD (CONST-DAY-MAX)
           PERFORM VARYING IDXD    FROM    CONST-DAY-MAX   BY  -1
                   UNTIL ( IDXD    <   2 )
               MOVE    DAY-YMD (IDXD)      TO  WRK-PDAY-IN
               PERFORM 700-PREV-DAY-SEC
               MOVE    WRK-PDAY-OUT        TO  DAY-YMD (IDXD - 1)
           END-PERFORM
           .
       150-CALENDAR-EXT.
           EXIT.
       200-BATCHRUN-SEC              SECTION.
      *    ONE PASS OVER tbl_batchrun. THE "key1" CURSOR DOES NO
      *    FILTERING OF ITS OWN, SO ONLY THE TWO PROGRAMS' ROWS FOR A
      *    NIGHT OF THE LOOK-BACK ARE TAKEN - A NORMAL COMPLETION
      *    (INCLUDING AN EARLIER CATCH-UP) SETTLES THE NIGHT FOR GOOD.
           INITIALIZE                  BATCHRUN-REC
           PERFORM 900-BATCHRUN-SEL-SEC
           PERFORM UNTIL ( FLG-BATCHRUN    =   1 )
               IF  (( BATCHRUN-PGID        =   "ORCB1CEN" )
                OR  ( BATCHRUN-PGID        =   "ORCD1SAG" ))
                AND ( BATCHRUN-ARG1        >=  DAY-YMD (1) )
                AND ( BATCHRUN-ARG1        <=  WRK-EDYMD )
                   PERFORM 210-RUN-ADD-SEC
               END-IF
               PERFORM 900-BATCHRUN-FET-SEC
           END-PERFORM
           MOVE    "tbl_batchrun"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-BATCHRUN-EXT.
           EXIT.
       210-RUN-ADD-SEC               SECTION.
           MOVE    BATCHRUN-ARG1       TO  WRK-FIND-YMD
           PERFORM 800-DAY-FIND-SEC
           IF    ( FLG-HIT             =   ZERO )
               GO  TO  210-RUN-ADD-EXT
           END-IF
           IF    ( BATCHRUN-PGID       =   "ORCB1CEN" )
               IF    ( BATCHRUN-ENDKBN     =   "1" )
                OR   ( DAY-CEN-ENDKBN (IDXD)   NOT =   "1" )
                   MOVE    BATCHRUN-ENDKBN TO  DAY-CEN-ENDKBN (IDXD)
               END-IF
               GO  TO  210-RUN-ADD-EXT
           END-IF
           IF    ( BATCHRUN-ENDKBN     =   "1" )
               MOVE    "1"                 TO  DAY-SAG-ENDKBN (IDXD)
      *        THE LARGEST NORMAL RUN IS KEPT - A RERUN OF A BILLED
      *        NIGHT WRITES NOTHING NEW AND MUST NOT HIDE THE LINES
      *        THE FIRST RUN WROTE.
               IF    ( BATCHRUN-ROWCNT >   DAY-SAG-ROWCNT (IDXD) )
                   MOVE    BATCHRUN-ROWCNT
                                       TO  DAY-SAG-ROWCNT (IDXD)
               END-IF
           ELSE
               IF    ( DAY-SAG-ENDKBN (IDXD)   NOT =   "1" )
                   MOVE    BATCHRUN-ENDKBN TO  DAY-SAG-ENDKBN (IDXD)
               END-IF
           END-IF
           .
       210-RUN-ADD-EXT.
           EXIT.
       300-CENSUSRRK-SEC             SECTION.
      *    THE "cenymd" CURSOR IS ONLY BOUND ON ITS START KEY AND IS
      *    ORDERED BY CENYMD, SO ONCE A ROW IS PAST THE CHECK-THROUGH
      *    DATE EVERY ROW AFTER IT IS TOO.
           INITIALIZE                  CENSUSRRK-REC
           MOVE    DAY-YMD (1)         TO  CENSUSRRK-CENYMD
           PERFORM 900-CENSUSRRK-SEL-SEC
           PERFORM UNTIL ( FLG-CENSUSRRK   =   1 )
                    OR   ( CENSUSRRK-CENYMD    >   WRK-EDYMD )
               MOVE    CENSUSRRK-CENYMD    TO  WRK-FIND-YMD
               PERFORM 800-DAY-FIND-SEC
               IF    ( FLG-HIT             =   1 )
                   COMPUTE DAY-CENRRK-CNT (IDXD)
                       =   DAY-CENRRK-CNT (IDXD)   +   1
               END-IF
               PERFORM 900-CENSUSRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_censusrrk"         TO  MCP-TABLE
           MOVE    "cenymd"                TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       300-CENSUSRRK-EXT.
           EXIT.
       310-PTSAGAKU-SEC              SECTION.
      *    SAME START-KEY-ONLY ORDERED CURSOR AS ORCB9RCN READS -
      *    EVERY LINE OF THE NIGHT COUNTS, RE-RATING LINES INCLUDED,
      *    SINCE ANY LINE SHOWS THE NIGHT WAS BILLED.
           INITIALIZE                  PTSAGAKU-REC
           MOVE    DAY-YMD (1)         TO  PTSAGAKU-SEIKYUYMD
           PERFORM 900-PTSAGAKU-SEL-SEC
           PERFORM UNTIL ( FLG-PTSAGAKU    =   1 )
                    OR   ( PTSAGAKU-SEIKYUYMD   >   WRK-EDYMD )
               MOVE    PTSAGAKU-SEIKYUYMD  TO  WRK-FIND-YMD
               PERFORM 800-DAY-FIND-SEC
               IF    ( FLG-HIT             =   1 )
                   COMPUTE DAY-SAGAKU-CNT (IDXD)
                       =   DAY-SAGAKU-CNT (IDXD)   +   1
               END-IF
               PERFORM 900-PTSAGAKU-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptsagaku"          TO  MCP-TABLE
           MOVE    "seikyuymd"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       310-PTSAGAKU-EXT.
           EXIT.
       400-ASSESS-SEC                SECTION.
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   CONST-DAY-MAX )
               PERFORM 410-ONE-DAY-SEC
           END-PERFORM
      *    THE LAST CLEAN NIGHT IS THE NEWEST ONE NEEDING NOTHING -
      *    EVERY NIGHT AFTER IT IS A MISSED ONE BY DEFINITION.
           MOVE    ZERO                TO  IDXL
           PERFORM VARYING IDXD    FROM    CONST-DAY-MAX   BY  -1
                   UNTIL ( IDXD    <   1 )
                    OR   ( IDXL    >   ZERO )
               IF    ( DAY-CEN-NEED (IDXD) =   ZERO )
                AND  ( DAY-SAG-NEED (IDXD) =   ZERO )
                   MOVE    IDXD            TO  IDXL
               END-IF
           END-PERFORM
           COMPUTE CNT-GAP     =   CONST-DAY-MAX   -   IDXL
           IF    ( IDXL                =   ZERO )
               MOVE    "NO CLEAN NIGHT IN THE LOOK-BACK - LISTED FROM "
                                       TO  WRK-RPT-CLEAN-LBL
               MOVE    DAY-YMD (1)     TO  WRK-RPT-CLEAN-YMD
           ELSE
               MOVE    "LAST CLEAN NIGHT "
                                       TO  WRK-RPT-CLEAN-LBL
               MOVE    DAY-YMD (IDXL)  TO  WRK-RPT-CLEAN-YMD
           END-IF
           MOVE    WRK-RPT-CLEAN       TO  LIST-REC
           WRITE   LIST-REC
           MOVE    WRK-RPT-HEADING     TO  LIST-REC
           WRITE   LIST-REC
           .
       400-ASSESS-EXT.
           EXIT.
       410-ONE-DAY-SEC               SECTION.
      *    A NORMAL COMPLETION IS NOT TAKEN ON TRUST ALONE - A CENSUS
      *    NIGHT WITH NO HISTORY ROWS, OR A BILLING NIGHT WHOSE RUN
      *    WROTE LINES THAT ARE NO LONGER ON FILE (A RESTORE, A
      *    MANUAL DELETE), IS MISSED ALL THE SAME. A BILLING NIGHT
      *    THAT WROTE NO LINES AT ALL IS GENUINE - NOBODY WAS IN A
      *    CHARGED ROOM.
           MOVE    ZERO                TO  DAY-CEN-NEED (IDXD)
                                           DAY-SAG-NEED (IDXD)
           MOVE    "OK"                TO  DAY-CEN-STAT (IDXD)
                                           DAY-SAG-STAT (IDXD)
           EVALUATE    DAY-CEN-ENDKBN (IDXD)
           WHEN    "1"
               IF    ( DAY-CENRRK-CNT (IDXD)   =   ZERO )
                   MOVE    "NO CENSUS HISTORY" TO  DAY-CEN-STAT (IDXD)
                   MOVE    1               TO  DAY-CEN-NEED (IDXD)
               END-IF
           WHEN    SPACE
               MOVE    "NEVER RAN"         TO  DAY-CEN-STAT (IDXD)
               MOVE    1                   TO  DAY-CEN-NEED (IDXD)
           WHEN    "0"
               MOVE    "NEVER COMPLETED"   TO  DAY-CEN-STAT (IDXD)
               MOVE    1                   TO  DAY-CEN-NEED (IDXD)
           WHEN    OTHER
               MOVE    "ENDED ABNORMALLY"  TO  DAY-CEN-STAT (IDXD)
               MOVE    1                   TO  DAY-CEN-NEED (IDXD)
           END-EVALUATE
           EVALUATE    DAY-SAG-ENDKBN (IDXD)
           WHEN    "1"
               IF    ( DAY-SAG-ROWCNT (IDXD)   >   ZERO )
                AND  ( DAY-SAGAKU-CNT (IDXD)   =   ZERO )
                   MOVE    "BILLING LINES MISSING"
                                           TO  DAY-SAG-STAT (IDXD)
                   MOVE    1               TO  DAY-SAG-NEED (IDXD)
               END-IF
           WHEN    SPACE
               MOVE    "NEVER RAN"         TO  DAY-SAG-STAT (IDXD)
               MOVE    1                   TO  DAY-SAG-NEED (IDXD)
           WHEN    "0"
               MOVE    "NEVER COMPLETED"   TO  DAY-SAG-STAT (IDXD)
               MOVE    1                   TO  DAY-SAG-NEED (IDXD)
           WHEN    OTHER
               MOVE    "ENDED ABNORMALLY"  TO  DAY-SAG-STAT (IDXD)
               MOVE    1                   TO  DAY-SAG-NEED (IDXD)
           END-EVALUATE
           .
       410-ONE-DAY-EXT.
           EXIT.
       500-GAP-SEC                   SECTION.
           IF    ( CNT-GAP             =   ZERO )
               MOVE    "NO MISSED NIGHTS"  TO  LIST-REC
               WRITE   LIST-REC
               GO  TO  500-GAP-EXT
           END-IF
           COMPUTE IDXD        =   IDXL    +   1
           PERFORM VARYING IDXN    FROM    IDXD    BY  1
                   UNTIL ( IDXN    >   CONST-DAY-MAX )
               PERFORM 510-ONE-GAP-SEC
           END-PERFORM
           .
       500-GAP-EXT.
           EXIT.
       510-ONE-GAP-SEC               SECTION.
           MOVE    DAY-YMD (IDXN)      TO  WRK-NIGHT
           MOVE    SPACE               TO  WRK-RPT-CEN-ACT
                                           WRK-RPT-SAG-ACT
           IF    ( FLG-UPDATE-MODE     =   ZERO )
               IF    ( DAY-CEN-NEED (IDXN) =   1 )
                   MOVE    "CENSUS TO REBUILD" TO  WRK-RPT-CEN-ACT
               END-IF
               IF    ( DAY-SAG-NEED (IDXN) =   1 )
                   MOVE    "SAGAKU TO GENERATE"
                                           TO  WRK-RPT-SAG-ACT
               END-IF
               PERFORM 520-GAP-PRINT-SEC
               GO  TO  510-ONE-GAP-EXT
           END-IF
           IF    ( DAY-CEN-NEED (IDXN) =   1 )
            AND  ( FLG-STOP            =   ZERO )
               PERFORM 600-CENSUS-NIGHT-SEC
           END-IF
           IF    ( DAY-SAG-NEED (IDXN) =   1 )
            AND  ( FLG-STOP            =   ZERO )
               PERFORM 650-SAGAKU-NIGHT-SEC
           END-IF
           IF    ( DAY-CEN-NEED (IDXN) =   1 )
            AND  ( WRK-RPT-CEN-ACT     =   SPACE )
               MOVE    "NOT ATTEMPTED"     TO  WRK-RPT-CEN-ACT
           END-IF
           IF    ( DAY-SAG-NEED (IDXN) =   1 )
            AND  ( WRK-RPT-SAG-ACT     =   SPACE )
               MOVE    "NOT ATTEMPTED"     TO  WRK-RPT-SAG-ACT
           END-IF
           PERFORM 520-GAP-PRINT-SEC
           .
       510-ONE-GAP-EXT.
           EXIT.
       520-GAP-PRINT-SEC             SECTION.
           MOVE    WRK-NIGHT           TO  WRK-RPT-NIGHT
           MOVE    DAY-CEN-STAT (IDXN) TO  WRK-RPT-CEN-STAT
           MOVE    DAY-SAG-STAT (IDXN) TO  WRK-RPT-SAG-STAT
           MOVE    WRK-RPT-LINE        TO  LIST-REC
           WRITE   LIST-REC
           .
       520-GAP-PRINT-EXT.
           EXIT.
       600-CENSUS-NIGHT-SEC          SECTION.
      *    REBUILDS ONE CENSUS NIGHT THE WAY ORCB1CEN COUNTS IT AND
      *    REFRESHES ITS tbl_censusrrk ROWS. THE ROOM-BY-ROOM PRINTOUT
      *    IS NOT REPRODUCED - THE WARD COUNTS ON THE TABLE ARE WHAT
      *    THE MONTH-END RUNS READ. A NIGHT THAT WILL NOT FIT THE ROOM
      *    TABLE IS LEFT UNWRITTEN RATHER THAN SAVED HALF-COUNTED.
           MOVE    "ORCB1CEN"          TO  WRK-CUP-PGID
           PERFORM 720-CUP-START-SEC
           IF    ( FLG-CUP-ERR         =   1 )
               MOVE    "RUN ROW NOT RECORDED"
                                       TO  WRK-RPT-CEN-ACT
               MOVE    1               TO  FLG-STOP
               GO  TO  600-CENSUS-NIGHT-EXT
           END-IF
           MOVE    ZERO                TO  CNT-ZAIIN
                                           FLG-SAVE-ERR
           PERFORM 610-ROOM-LOAD-SEC
           IF    ( FLG-ROOM-OVER       =   1 )
               MOVE    ZERO            TO  WRK-CUP-ROWCNT
               MOVE    "9"             TO  WRK-CUP-ENDKBN
               PERFORM 730-CUP-END-SEC
               MOVE    "ROOM TABLE FULL"   TO  WRK-RPT-CEN-ACT
               MOVE    1               TO  FLG-STOP
               GO  TO  600-CENSUS-NIGHT-EXT
           END-IF
           PERFORM 620-COUNT-SEC
           PERFORM 640-WARD-SAVE-SEC
           MOVE    CNT-ZAIIN           TO  WRK-CUP-ROWCNT
           IF    ( FLG-SAVE-ERR        =   1 )
               MOVE    "9"             TO  WRK-CUP-ENDKBN
               PERFORM 730-CUP-END-SEC
               MOVE    "HISTORY WRITE FAILED"
                                       TO  WRK-RPT-CEN-ACT
               MOVE    1               TO  FLG-STOP
               GO  TO  600-CENSUS-NIGHT-EXT
           END-IF
           MOVE    "1"                 TO  WRK-CUP-ENDKBN
           PERFORM 730-CUP-END-SEC
           MOVE    "CENSUS PATIENTS"   TO  WRK-RPT-CEN-LBL
           MOVE    CNT-ZAIIN           TO  WRK-RPT-CEN-CNT
           COMPUTE CNT-CEN-FIXED   =   CNT-CEN-FIXED   +   1
           .
       600-CENSUS-NIGHT-EXT.
           EXIT.
       610-ROOM-LOAD-SEC             SECTION.
      *    THE "key1" CURSOR DOES NO DATE FILTERING OF ITS OWN, SO THE
      *    EFFECTIVE-DATE TEST AGAINST THE NIGHT IS DONE HERE.
           INITIALIZE                  CEN-ROOM-AREA
           MOVE    ZERO                TO  FLG-ROOM-OVER
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5002-STYUKYMD   <=  WRK-NIGHT )
                AND  ( SYS-5002-EDYUKYMD   >=  WRK-NIGHT )
                   IF    ( CEN-ROOM-MAX        >=  CONST-ROOM-MAX )
                       MOVE    1               TO  FLG-ROOM-OVER
                   ELSE
                       COMPUTE CEN-ROOM-MAX    =   CEN-ROOM-MAX    +   1
                       MOVE    CEN-ROOM-MAX    TO  IDX1
                       MOVE    SYS-5002-BTUNUM TO  CEN-BTUNUM (IDX1)
                       MOVE    SYS-5002-BRMNUM TO  CEN-BRMNUM (IDX1)
                       IF    ( SYS-5002-BEDSU      IS  NUMERIC )
                           MOVE    SYS-5002-BEDSU
                                           TO  CEN-BEDSU  (IDX1)
                       ELSE
                           MOVE    ZERO    TO  CEN-BEDSU  (IDX1)
                       END-IF
                       MOVE    ZERO            TO  CEN-ZAIIN  (IDX1)
                   END-IF
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       610-ROOM-LOAD-EXT.
           EXIT.
       620-COUNT-SEC                 SECTION.
      *    THE CENSUS PRESENCE RULE: IN ON OR BEFORE THE NIGHT AND NOT
      *    YET DISCHARGED, OR DISCHARGED AFTER IT.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-NIGHT )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-NIGHT ) )
                   PERFORM 630-ROOM-ADD-SEC
               END-IF
      *        630-ROOM-ADD-SEC CALLS ORCSBRMHIS, WHICH LEAVES
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
       620-COUNT-EXT.
           EXIT.
       630-ROOM-ADD-SEC              SECTION.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-NIGHT           TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           MOVE    ZERO                TO  FLG-ROOM-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   CEN-ROOM-MAX )
                    OR   ( FLG-ROOM-HIT    =   1 )
               IF    ( CEN-BTUNUM (IDX1)   =   ORCSBRMHIS-OUT-BTUNUM )
                AND  ( CEN-BRMNUM (IDX1)   =   ORCSBRMHIS-OUT-BRMNUM )
                   COMPUTE CEN-ZAIIN (IDX1)
                       =   CEN-ZAIIN (IDX1)  +   1
                   COMPUTE CNT-ZAIIN   =   CNT-ZAIIN   +   1
                   MOVE    1               TO  FLG-ROOM-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-ROOM-HIT        =   ZERO )
               COMPUTE CNT-NOROOM  =   CNT-NOROOM  +   1
           END-IF
           .
       630-ROOM-ADD-EXT.
           EXIT.
       640-WARD-SAVE-SEC             SECTION.
      *    SAME WARD TOTALS ORCB1CEN PRINTS AND PERSISTS, TAKEN ON THE
      *    WARD CONTROL BREAK OF THE ROOM TABLE.
           MOVE    SPACE               TO  WRK-PRV-BTUNUM
           MOVE    ZERO                TO  CNT-WARD-ZAI
                                           CNT-WARD-BED
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   CEN-ROOM-MAX )
               IF    ( CEN-BTUNUM (IDX1)   NOT =   WRK-PRV-BTUNUM )
                   IF    ( WRK-PRV-BTUNUM      NOT =   SPACE )
                       PERFORM 645-CENSUSRRK-WRITE-SEC
                   END-IF
                   MOVE    ZERO                TO  CNT-WARD-ZAI
                                                   CNT-WARD-BED
                   MOVE    CEN-BTUNUM (IDX1)   TO  WRK-PRV-BTUNUM
               END-IF
               COMPUTE CNT-WARD-ZAI    =   CNT-WARD-ZAI
                                       +   CEN-ZAIIN (IDX1)
               COMPUTE CNT-WARD-BED    =   CNT-WARD-BED
                                       +   CEN-BEDSU (IDX1)
           END-PERFORM
           IF    ( WRK-PRV-BTUNUM      NOT =   SPACE )
               PERFORM 645-CENSUSRRK-WRITE-SEC
           END-IF
           .
       640-WARD-SAVE-EXT.
           EXIT.
       645-CENSUSRRK-WRITE-SEC       SECTION.
      *    A WARD ROW ALREADY ON FILE FOR THE NIGHT (A CENSUS THAT
      *    ENDED PART-WAY) IS REFRESHED RATHER THAN DOUBLED.
           MOVE    SPACE               TO  CENSUSRRK-REC
           MOVE    WRK-NIGHT           TO  CENSUSRRK-CENYMD
           MOVE    WRK-PRV-BTUNUM      TO  CENSUSRRK-BTUNUM
           PERFORM 900-CENSUSRRK-KEY-SEL-SEC
           MOVE    SPACE               TO  CENSUSRRK-REC
           MOVE    WRK-NIGHT           TO  CENSUSRRK-CENYMD
           MOVE    WRK-PRV-BTUNUM      TO  CENSUSRRK-BTUNUM
           MOVE    CNT-WARD-ZAI        TO  CENSUSRRK-ZAISU
           MOVE    CNT-WARD-BED        TO  CENSUSRRK-BEDSU
           IF    ( FLG-CENSUSRRK-GET   =   ZERO )
               PERFORM 900-CENSUSRRK-UPD-SEC
           ELSE
               PERFORM 900-CENSUSRRK-INS-SEC
           END-IF
           IF    ( FLG-CENSUSRRK       NOT =   ZERO )
               MOVE    1               TO  FLG-SAVE-ERR
           END-IF
           .
       645-CENSUSRRK-WRITE-EXT.
           EXIT.
       650-SAGAKU-NIGHT-SEC          SECTION.
      *    GENERATES ONE BILLING NIGHT THE WAY ORCD1SAG DOES. A STAY
      *    ALREADY BILLED FOR THE NIGHT IS LEFT AS IT STANDS, SO A
      *    NIGHT THAT ENDED PART-WAY IS COMPLETED, NOT DOUBLE-CHARGED.
      *    STAYS ORCD1SAG WOULD LIST AS EXCEPTIONS GO TO CUPSAGEX WITH
      *    THE NIGHT IN FRONT.
           MOVE    "ORCD1SAG"          TO  WRK-CUP-PGID
           PERFORM 720-CUP-START-SEC
           IF    ( FLG-CUP-ERR         =   1 )
               MOVE    "RUN ROW NOT RECORDED"
                                       TO  WRK-RPT-SAG-ACT
               MOVE    1               TO  FLG-STOP
               GO  TO  650-SAGAKU-NIGHT-EXT
           END-IF
           MOVE    ZERO                TO  CNT-WROTE
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-NIGHT )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-NIGHT ) )
                   PERFORM 660-ONE-STAY-SEC
               END-IF
      *        660-ONE-STAY-SEC LEAVES MCP-TABLE/MCP-PATHNAME ON ITS
      *        OWN LOOKUPS, SO THE CURSOR IDENTIFIERS MUST BE PUT BACK
      *        BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
               MOVE    "btunumseq"         TO  MCP-PATHNAME
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           MOVE    CNT-WROTE           TO  WRK-CUP-ROWCNT
           MOVE    "1"                 TO  WRK-CUP-ENDKBN
           PERFORM 730-CUP-END-SEC
           MOVE    "SAGAKU LINES"      TO  WRK-RPT-SAG-LBL
           MOVE    CNT-WROTE           TO  WRK-RPT-SAG-CNT
           COMPUTE CNT-SAG-FIXED   =   CNT-SAG-FIXED   +   1
           .
       650-SAGAKU-NIGHT-EXT.
           EXIT.
       660-ONE-STAY-SEC              SECTION.
      *    ROOM ON THE NIGHT FROM THE MOVEMENT HISTORY, CHARGE CLASS
      *    FROM THE ROOM, RATE FROM THE "5113" ROW EFFECTIVE THAT
      *    NIGHT - EXACTLY AS ORCD1SAG PRICES IT.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-NIGHT           TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           MOVE    ORCSBRMHIS-OUT-BTUNUM
                                       TO  ORCSBRMSAG-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM
                                       TO  ORCSBRMSAG-BRMNUM
           MOVE    WRK-NIGHT           TO  ORCSBRMSAG-YMD
           CALL    "ORCSBRMSAG"        USING   CPORCSBRMSAG-AREA
           IF    ( ORCSBRMSAG-RET      =   1 )
               MOVE    SPACE               TO  WRK-SAGAKU-KBNCD
               MOVE    "ROOM NOT ON 5002 MASTER"
                                           TO  WRK-EXCPT-REASON
               PERFORM 670-EXCPT-WRITE-SEC
               GO  TO  660-ONE-STAY-EXT
           END-IF
           IF    ( ORCSBRMSAG-RET      =   2 )
               MOVE    SPACE               TO  WRK-SAGAKU-KBNCD
               MOVE    "ROOM HAS NO CHARGE CLASS"
                                           TO  WRK-EXCPT-REASON
               PERFORM 670-EXCPT-WRITE-SEC
               GO  TO  660-ONE-STAY-EXT
           END-IF
           MOVE    ORCSBRMSAG-SAGAKU-KBNCD
                                       TO  WRK-SAGAKU-KBNCD
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5113"              TO  SYS-KANRICD
           MOVE    WRK-SAGAKU-KBNCD    TO  SYS-KBNCD
           MOVE    WRK-NIGHT           TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5113-REC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE    "NO EFFECTIVE 5113 RATE"
                                           TO  WRK-EXCPT-REASON
               PERFORM 670-EXCPT-WRITE-SEC
               GO  TO  660-ONE-STAY-EXT
           END-IF
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    PTNYUINRRK-PTID     TO  PTSAGAKU-PTID
           MOVE    WRK-NIGHT           TO  PTSAGAKU-SEIKYUYMD
           PERFORM 900-PTSAGAKU-KEY-SEL-SEC
           IF    ( FLG-PTSAGAKU-GET    =   ZERO )
               GO  TO  660-ONE-STAY-EXT
           END-IF
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    PTNYUINRRK-PTID     TO  PTSAGAKU-PTID
           MOVE    PTNYUINRRK-PTNAME   TO  PTSAGAKU-PTNAME
           MOVE    ORCSBRMHIS-OUT-BTUNUM
                                       TO  PTSAGAKU-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM
                                       TO  PTSAGAKU-BRMNUM
           MOVE    WRK-NIGHT           TO  PTSAGAKU-SEIKYUYMD
           MOVE    WRK-SAGAKU-KBNCD    TO  PTSAGAKU-KBNCD
           MOVE    SYS-5113-BRM-SAGAKU-NM
                                       TO  PTSAGAKU-SEIKYUGAKU
           PERFORM 900-PTSAGAKU-INS-SEC
           IF    ( FLG-PTSAGAKU        NOT =   ZERO )
               MOVE    "BILLING LINE INSERT FAILED"
                                           TO  WRK-EXCPT-REASON
               PERFORM 670-EXCPT-WRITE-SEC
               GO  TO  660-ONE-STAY-EXT
           END-IF
           COMPUTE CNT-WROTE   =   CNT-WROTE   +   1
           .
       660-ONE-STAY-EXT.
           EXIT.
       670-EXCPT-WRITE-SEC           SECTION.
           MOVE    WRK-NIGHT           TO  WRK-EXCPT-SEIYMD
           MOVE    PTNYUINRRK-PTID     TO  WRK-EXCPT-PTID
           MOVE    PTNYUINRRK-PTNAME   TO  WRK-EXCPT-PTNAME
           MOVE    ORCSBRMHIS-OUT-BTUNUM
                                       TO  WRK-EXCPT-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM
                                       TO  WRK-EXCPT-BRMNUM
           MOVE    WRK-SAGAKU-KBNCD    TO  WRK-EXCPT-KBNCD
           MOVE    WRK-EXCPT-LINE      TO  EXCPT-REC
           WRITE   EXCPT-REC
           COMPUTE CNT-EXCPT   =   CNT-EXCPT   +   1
           .
       670-EXCPT-WRITE-EXT.
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
       720-CUP-START-SEC             SECTION.
      *    ORCSBRUN KEEPS ONE RUN KEY PER PROGRAM INVOCATION AND IS
      *    ALREADY HOLDING THIS RUN'S OWN ROW, SO THE CATCH-UP ROWS
      *    ARE WRITTEN HERE DIRECTLY, IN THE SAME SHAPE: INSERTED AT
      *    "0" BEFORE THE NIGHT IS TOUCHED AND COMPLETED AFTERWARDS.
      *    THE RUN KEY IS ONLY TO THE SECOND, SO A NIGHT NEVER STARTS
      *    IN THE SAME SECOND AS THE ONE BEFORE IT.
           MOVE    ZERO                TO  FLG-CUP-ERR
           ACCEPT  WRK-TIME            FROM    TIME
           PERFORM UNTIL ( WRK-TIME (1:6)  NOT =   WRK-LAST-HMS )
               ACCEPT  WRK-TIME        FROM    TIME
           END-PERFORM
           MOVE    WRK-TIME (1:6)      TO  WRK-LAST-HMS
           MOVE    SPACE               TO  BATCHRUN-REC
           MOVE    WRK-CUP-PGID        TO  BATCHRUN-PGID
           ACCEPT  BATCHRUN-RUNYMD     FROM    DATE YYYYMMDD
           MOVE    WRK-TIME (1:6)      TO  BATCHRUN-STHMS
           MOVE    WRK-NIGHT           TO  BATCHRUN-ARG1
           MOVE    "CATCHUP"           TO  BATCHRUN-ARG2
           MOVE    ZERO                TO  BATCHRUN-ROWCNT
           MOVE    "0"                 TO  BATCHRUN-ENDKBN
           MOVE    BATCHRUN-RUNYMD     TO  WRK-CUP-RUNYMD
           MOVE    BATCHRUN-STHMS      TO  WRK-CUP-STHMS
           PERFORM 900-BATCHRUN-INS-SEC
           IF    ( FLG-BATCHRUN        NOT =   ZERO )
               DISPLAY "ORCE6CUP: RUN ROW FOR " WRK-CUP-PGID " "
                       WRK-NIGHT " NOT RECORDED - CATCH-UP STOPPED"
               MOVE    1               TO  FLG-CUP-ERR
           END-IF
           .
       720-CUP-START-EXT.
           EXIT.
       730-CUP-END-SEC               SECTION.
           MOVE    SPACE               TO  BATCHRUN-REC
           MOVE    WRK-CUP-PGID        TO  BATCHRUN-PGID
           MOVE    WRK-CUP-RUNYMD      TO  BATCHRUN-RUNYMD
           MOVE    WRK-CUP-STHMS       TO  BATCHRUN-STHMS
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TIME (1:6)      TO  BATCHRUN-EDHMS
           MOVE    WRK-NIGHT           TO  BATCHRUN-ARG1
           MOVE    "CATCHUP"           TO  BATCHRUN-ARG2
           MOVE    WRK-CUP-ROWCNT      TO  BATCHRUN-ROWCNT
           MOVE    WRK-CUP-ENDKBN      TO  BATCHRUN-ENDKBN
           PERFORM 900-BATCHRUN-UPD-SEC
           .
       730-CUP-END-EXT.
           EXIT.
       800-DAY-FIND-SEC              SECTION.
      *    LEAVES IDXD ON THE LOOK-BACK SLOT FOR WRK-FIND-YMD.
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   CONST-DAY-MAX )
                    OR   ( FLG-HIT =   1 )
               IF    ( DAY-YMD (IDXD)  =   WRK-FIND-YMD )
                   MOVE    1               TO  FLG-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-HIT             =   1 )
               COMPUTE IDXD    =   IDXD    -   1
           END-IF
           .
       800-DAY-FIND-EXT.
           EXIT.
       900-BATCHRUN-SEL-SEC          SECTION.
           MOVE    ZERO                TO  FLG-BATCHRUN
           MOVE    "tbl_batchrun"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               BATCHRUN-REC
           PERFORM 900-BATCHRUN-FET-SEC
           .
       900-BATCHRUN-SEL-EXT.
           EXIT.
       900-BATCHRUN-FET-SEC          SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               BATCHRUN-REC
                                               FLG-BATCHRUN
           .
       900-BATCHRUN-FET-EXT.
           EXIT.
       900-BATCHRUN-INS-SEC          SECTION.
           MOVE    ZERO                TO  FLG-BATCHRUN
           MOVE    "tbl_batchrun"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               BATCHRUN-REC
                                               FLG-BATCHRUN
           .
       900-BATCHRUN-INS-EXT.
           EXIT.
       900-BATCHRUN-UPD-SEC          SECTION.
           MOVE    ZERO                TO  FLG-BATCHRUN
           MOVE    "tbl_batchrun"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               BATCHRUN-REC
                                               FLG-BATCHRUN
           .
       900-BATCHRUN-UPD-EXT.
           EXIT.
       900-CENSUSRRK-SEL-SEC         SECTION.
           MOVE    ZERO                TO  FLG-CENSUSRRK
           MOVE    "tbl_censusrrk"     TO  MCP-TABLE
           MOVE    "cenymd"            TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
           PERFORM 900-CENSUSRRK-FET-SEC
           .
       900-CENSUSRRK-SEL-EXT.
           EXIT.
       900-CENSUSRRK-FET-SEC         SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
                                               FLG-CENSUSRRK
           .
       900-CENSUSRRK-FET-EXT.
           EXIT.
       900-CENSUSRRK-KEY-SEL-SEC     SECTION.
           MOVE    ZERO                TO  FLG-CENSUSRRK-GET
           MOVE    "tbl_censusrrk"     TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
                                               FLG-CENSUSRRK-GET
           .
       900-CENSUSRRK-KEY-SEL-EXT.
           EXIT.
       900-CENSUSRRK-INS-SEC         SECTION.
           MOVE    ZERO                TO  FLG-CENSUSRRK
           MOVE    "tbl_censusrrk"     TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
                                               FLG-CENSUSRRK
           .
       900-CENSUSRRK-INS-EXT.
           EXIT.
       900-CENSUSRRK-UPD-SEC         SECTION.
           MOVE    ZERO                TO  FLG-CENSUSRRK
           MOVE    "tbl_censusrrk"     TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
                                               FLG-CENSUSRRK
           .
       900-CENSUSRRK-UPD-EXT.
           EXIT.
       900-PTNYUINRRK-SEL-SEC          SECTION.
      *    SAME "btunumseq" ACCESS PATH AS THE CENSUS - EVERYTHING
      *    ADMITTED UP TO AND INCLUDING THE NIGHT.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           MOVE    "00000000"          TO  PTNYUINRRK-NYUINYMD
           MOVE    WRK-NIGHT           TO  PTNYUINRRK-TAIINYMD
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
       900-PTSAGAKU-SEL-SEC           SECTION.
           MOVE    ZERO                TO  FLG-PTSAGAKU
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "seikyuymd"         TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
           PERFORM 900-PTSAGAKU-FET-SEC
           .
       900-PTSAGAKU-SEL-EXT.
           EXIT.
       900-PTSAGAKU-FET-SEC           SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
                                               FLG-PTSAGAKU
           .
       900-PTSAGAKU-FET-EXT.
           EXIT.
       900-PTSAGAKU-KEY-SEL-SEC       SECTION.
      *    PROBES FOR AN EXISTING BILLING LINE FOR THE PATIENT/NIGHT.
           MOVE    ZERO                TO  FLG-PTSAGAKU-GET
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "ptseiky"           TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
                                               FLG-PTSAGAKU-GET
           .
       900-PTSAGAKU-KEY-SEL-EXT.
           EXIT.
       900-PTSAGAKU-INS-SEC           SECTION.
           MOVE    ZERO                TO  FLG-PTSAGAKU
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "ptseiky"           TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
                                               FLG-PTSAGAKU
           .
       900-PTSAGAKU-INS-EXT.
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
       900-TERM-SEC                   SECTION.
           CLOSE                       LIST-FILE
                                       EXCPT-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-GAP             TO  ORCSBRUN-ROWCNT
           EVALUATE    TRUE
           WHEN  ( FLG-ARG-ERR         =   1 )
            OR   ( FLG-STOP            =   1 )
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           WHEN  ( CNT-GAP             >   ZERO )
               MOVE    "2"             TO  ORCSBRUN-ENDKBN
           WHEN    OTHER
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-EVALUATE
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE6CUP: " CNT-GAP " MISSED NIGHTS, "
                               CNT-CEN-FIXED " CENSUS REBUILT, "
                               CNT-SAG-FIXED " SAGAKU GENERATED, "
                               CNT-EXCPT " BILLING EXCEPTIONS"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
