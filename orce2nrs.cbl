       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE2NRS.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RPT-FILE            ASSIGN  TO  "NRSCOMPL"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RPT-FILE.
       01  RPT-REC                                 PIC X(132).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5001.INC".
           COPY    "CPSK5111.INC".
           COPY    "CPSK5118.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
       01  CENSUSRRK-REC.
           COPY    "CPCENSUSRRK.INC".
       01  KANGOKINMU-REC.
           COPY    "CPKANGOKINMU.INC".
       01  FLG-AREA.
           03  FLG-END                             PIC 9(01).
           03  FLG-CENSUSRRK                       PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-KANGOKINMU                      PIC 9(01).
           03  FLG-HAICHI                          PIC 9(01).
           03  FLG-SHORT                           PIC 9(01).
           03  FLG-WARD-HIT                        PIC 9(01).
           03  FLG-WARD-OVER                       PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(03).
           03  IDX2                                PIC 9(04).
           03  IDXS                                PIC 9(01).
       01  CNT-AREA.
           03  CNT-ROWS                            PIC 9(07).
       01  WRK-AREA.
           03  WRK-STYMD                           PIC X(08).
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-SRYCD                           PIC X(09).
           03  WRK-HAICHI                          PIC 9(02).
           03  WRK-JIKAN                           PIC 9(05)V9(02).
           03  WRK-RATIO                           PIC 9(03)V9(02).
           03  WRK-RPT-TITLE.
               05  FILLER                          PIC X(36)
                       VALUE "MONTHLY NURSE STAFFING COMPLIANCE   ".
               05  WRK-RPT-TITLE-STYMD             PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE "-".
               05  WRK-RPT-TITLE-EDYMD             PIC X(08).
               05  FILLER                          PIC X(32)
                   VALUE "  (PATIENTS PER NURSE, 24 HOURS)".
           03  WRK-RPT-LINE.
               05  FILLER                          PIC X(07)
                                                   VALUE "WARD : ".
               05  WRK-RPT-BTUNUM                  PIC X(02).
               05  FILLER                          PIC X(07)
                                                   VALUE "  DAYS ".
               05  WRK-RPT-DAYS                    PIC ZZ9.
               05  FILLER                          PIC X(11)
                                                   VALUE "  REQUIRED ".
               05  WRK-RPT-HAICHI                  PIC X(05).
               05  FILLER                          PIC X(13)
                                                   VALUE "  MONTH AVG ".
               05  WRK-RPT-AVG                     PIC X(07).
               05  FILLER                          PIC X(13)
                                           VALUE "  SHORT DAYS ".
               05  WRK-RPT-SHORT                   PIC ZZ9.
               05  FILLER                          PIC X(14)
                                           VALUE "  NO STANDARD ".
               05  WRK-RPT-NOSTD                   PIC ZZ9.
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-RPT-JUDGE                   PIC X(12).
           03  WRK-RPT-RATIO-ED                    PIC ZZ9.9.
           03  WRK-RPT-HAICHI-ED                   PIC Z9.
           03  WRK-DTL-LINE.
               05  FILLER                          PIC X(13)
                                           VALUE "    SHORT ON ".
               05  WRK-DTL-YMD                     PIC X(08).
               05  FILLER                          PIC X(11)
                                                   VALUE "  PATIENTS ".
               05  WRK-DTL-ZAISU                   PIC ZZZZ9.
               05  FILLER                          PIC X(08)
                                                   VALUE "  HOURS ".
               05  WRK-DTL-JIKAN                   PIC ZZZZ9.99.
               05  FILLER                          PIC X(09)
                                                   VALUE "  ACTUAL ".
               05  WRK-DTL-RATIO                   PIC X(08).
               05  FILLER                          PIC X(11)
                                                   VALUE "  REQUIRED ".
               05  WRK-DTL-HAICHI                  PIC Z9.
               05  FILLER                          PIC X(02)
                                                   VALUE ":1".
      *    ONE SLOT PER WARD SEEN IN THE PERIOD, IN FIRST-SEEN ORDER -
      *    THE "cenymd" CURSOR COMES BACK DATE-MAJOR, SO WARDS ARE
      *    ACCUMULATED BY LOOKUP RATHER THAN BY CONTROL BREAK.
       01  WRD-AREA.
           03  WRD-MAX                             PIC 9(03).
           03  WRD-OCC                             OCCURS  100.
               05  WRD-BTUNUM                      PIC X(02).
               05  WRD-ZAISUM                      PIC 9(08).
               05  WRD-JIKANSUM                    PIC 9(08)V9(02).
               05  WRD-DAYS                        PIC 9(05).
               05  WRD-SHORT                       PIC 9(05).
               05  WRD-NOSTD                       PIC 9(05).
               05  WRD-HAICHI                      PIC 9(02).
      *    EVERY SHORT NIGHT, KEPT TO BE LISTED UNDER ITS WARD'S LINE.
       01  SHT-AREA.
           03  SHT-MAX                             PIC 9(04).
           03  SHT-OCC                             OCCURS  3100.
               05  SHT-BTUNUM                      PIC X(02).
               05  SHT-YMD                         PIC X(08).
               05  SHT-ZAISU                       PIC 9(05).
               05  SHT-JIKAN                       PIC 9(05)V9(02).
               05  SHT-RATIO                       PIC 9(03)V9(02).
               05  SHT-HAICHI                      PIC 9(02).
       01  CONST-AREA.
           03  CONST-SHT-MAX                       PIC 9(04)
                                                   VALUE 3100.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    MONTH-END NURSE STAFFING COMPLIANCE RETURN. FOR THE PERIOD
      *    GIVEN AS ARGUMENTS ONE AND TWO, EVERY NIGHT OF THE CENSUS
      *    HISTORY ORCB1CEN PERSISTS IS JOINED TO THE SAME DAY'S
      *    NURSING HOURS ORCC6KNM LOADS FROM THE ROSTER SYSTEM. THE
      *    DAY'S ACTUAL RATIO IS PATIENTS PER NURSE ACROSS THE 24
      *    HOURS - OCCUPIED BEDS TIMES 24 OVER NURSING HOURS WORKED -
      *    AND IS JUDGED AGAINST THE SYSKANRI "5118" STANDARD OF THE
      *    FEE CATEGORY THE WARD BILLED UNDER THAT DAY. PER WARD THE
      *    REPORT GIVES THE REQUIRED RATIO, THE MONTH'S AVERAGE
      *    ACTUAL RATIO, AND THE COUNT OF DAYS THAT FELL SHORT, AND
      *    LISTS EACH SHORT DAY UNDER THE WARD'S LINE.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 200-COLLECT-SEC
               PERFORM 400-PRINT-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRD-AREA
                                       SHT-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-STYMD          FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-EDYMD          FROM    ARGUMENT-VALUE
           IF    ( WRK-STYMD           NOT NUMERIC )
            OR   ( WRK-EDYMD           NOT NUMERIC )
               DISPLAY "ORCE2NRS: PERIOD ARGUMENTS NOT YYYYMMDD - "
                       "RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE2NRS"          TO  ORCSBRUN-PGID
           MOVE    WRK-STYMD           TO  ORCSBRUN-ARG1
           MOVE    WRK-EDYMD           TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              RPT-FILE
           MOVE    WRK-STYMD           TO  WRK-RPT-TITLE-STYMD
           MOVE    WRK-EDYMD           TO  WRK-RPT-TITLE-EDYMD
           MOVE    WRK-RPT-TITLE       TO  RPT-REC
           WRITE   RPT-REC
           .
       100-INIT-EXT.
           EXIT.
       200-COLLECT-SEC               SECTION.
      *    THE "cenymd" CURSOR IS ONLY BOUND ON ITS START KEY AND IS
      *    ORDERED BY CENYMD, SO ONCE A ROW IS PAST WRK-EDYMD EVERY
      *    ROW AFTER IT IS TOO - STOP THERE INSTEAD OF WALKING THE
      *    REST OF THE TABLE.
           INITIALIZE                  CENSUSRRK-REC
           MOVE    WRK-STYMD           TO  CENSUSRRK-CENYMD
           PERFORM 900-CENSUSRRK-SEL-SEC
           PERFORM UNTIL ( FLG-CENSUSRRK   =   1 )
                    OR   ( CENSUSRRK-CENYMD    >   WRK-EDYMD )
               IF    ( CENSUSRRK-CENYMD    >=  WRK-STYMD )
                AND  ( CENSUSRRK-CENYMD    <=  WRK-EDYMD )
                   PERFORM 300-ONE-NIGHT-SEC
               END-IF
      *        THE HOURS AND STANDARD LOOKUPS LEAVE MCP-TABLE/
      *        MCP-PATHNAME ON THEIR OWN TABLES, SO THE CURSOR
      *        IDENTIFIERS MUST BE PUT BACK BEFORE THE NEXT FETCH.
               MOVE    "tbl_censusrrk"     TO  MCP-TABLE
               MOVE    "cenymd"            TO  MCP-PATHNAME
               PERFORM 900-CENSUSRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_censusrrk"         TO  MCP-TABLE
           MOVE    "cenymd"                TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-COLLECT-EXT.
           EXIT.
       300-ONE-NIGHT-SEC              SECTION.
           COMPUTE CNT-ROWS    =   CNT-ROWS    +   1
           PERFORM 310-HOURS-GET-SEC
           PERFORM 320-HAICHI-GET-SEC
           MOVE    ZERO                TO  FLG-WARD-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
                    OR   ( FLG-WARD-HIT    =   1 )
               IF    ( WRD-BTUNUM (IDX1)   =   CENSUSRRK-BTUNUM )
                   MOVE    1               TO  FLG-WARD-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-WARD-HIT        =   1 )
               COMPUTE IDX1        =   IDX1    -   1
           ELSE
               IF    ( WRD-MAX             >=  100 )
      *            A WARD THAT DOES NOT FIT THE TABLE MUST NEVER DROP
      *            OUT OF THE RETURN SILENTLY - THE RUN COMPLETES
      *            ABNORMALLY SO THE PARTIAL RETURN CANNOT PASS FOR
      *            A FULL ONE.
                   MOVE    1               TO  FLG-WARD-OVER
                   GO  TO  300-ONE-NIGHT-EXT
               END-IF
               COMPUTE WRD-MAX     =   WRD-MAX     +   1
               MOVE    WRD-MAX         TO  IDX1
               MOVE    CENSUSRRK-BTUNUM    TO  WRD-BTUNUM (IDX1)
           END-IF
           PERFORM 330-WARD-ADD-SEC
           .
       300-ONE-NIGHT-EXT.
           EXIT.
       310-HOURS-GET-SEC              SECTION.
      *    THE DAY'S NURSING HOURS ARE THE SUM OF ITS THREE SHIFTS. A
      *    SHIFT THE ROSTER NEVER SENT COUNTS AS NO HOURS, SO A
      *    MISSING FEED SHOWS UP AS SHORT DAYS RATHER THAN VANISHING.
           MOVE    ZERO                TO  WRK-JIKAN
           PERFORM VARYING IDXS    FROM    1   BY  1
                   UNTIL ( IDXS    >   3 )
               MOVE    SPACE               TO  KANGOKINMU-REC
               MOVE    CENSUSRRK-CENYMD    TO  KANGOKINMU-KINMUYMD
               MOVE    CENSUSRRK-BTUNUM    TO  KANGOKINMU-BTUNUM
               MOVE    IDXS                TO  KANGOKINMU-SHIFTKBN
               PERFORM 900-KANGOKINMU-KEY-SEL-SEC
               IF    ( FLG-KANGOKINMU      =   ZERO )
                   COMPUTE WRK-JIKAN   =   WRK-JIKAN
                                       +   KANGOKINMU-JIKAN
               END-IF
           END-PERFORM
           .
       310-HOURS-GET-EXT.
           EXIT.
       320-HAICHI-GET-SEC             SECTION.
      *    THE FEE CATEGORY THE WARD BILLED UNDER THAT NIGHT IS THE
      *    SERVICE CODE OF ITS SPECIFIC ADMISSION FEE WHEN 5001 NAMES
      *    ONE, OTHERWISE ITS BASIC ADMISSION FEE CODE - AND THAT
      *    CODE KEYS THE 5118 STANDARD.
           MOVE    1                   TO  FLG-HAICHI
           MOVE    ZERO                TO  WRK-HAICHI
           MOVE    SPACE               TO  WRK-SRYCD
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    CENSUSRRK-BTUNUM    TO  SYS-KBNCD
           MOVE    CENSUSRRK-CENYMD    TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               GO  TO  320-HAICHI-GET-EXT
           END-IF
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           MOVE    SYS-5001-BTU-KHNSRYCD   TO  WRK-SRYCD
           IF    ( SYS-5001-BTU-TOKTEI-NYUIN   NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5111"              TO  SYS-KANRICD
               MOVE    SYS-5001-BTU-TOKTEI-NYUIN
                                           TO  SYS-KBNCD
               MOVE    CENSUSRRK-CENYMD    TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               IF    ( FLG-SYSKANRI        NOT =   ZERO )
                   GO  TO  320-HAICHI-GET-EXT
               END-IF
               MOVE    SYSKANRI-REC        TO  SYS-5111-REC
               MOVE    SYS-5111-SRYCD      TO  WRK-SRYCD
           END-IF
           IF    ( WRK-SRYCD           =   SPACE )
               GO  TO  320-HAICHI-GET-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5118"              TO  SYS-KANRICD
           MOVE    WRK-SRYCD           TO  SYS-KBNCD
           MOVE    CENSUSRRK-CENYMD    TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               GO  TO  320-HAICHI-GET-EXT
           END-IF
           MOVE    SYSKANRI-REC        TO  SYS-5118-REC
           IF    ( SYS-5118-KANGO-HAICHI   NOT NUMERIC )
            OR   ( SYS-5118-KANGO-HAICHI   =   ZERO )
               GO  TO  320-HAICHI-GET-EXT
           END-IF
           MOVE    SYS-5118-KANGO-HAICHI   TO  WRK-HAICHI
           MOVE    ZERO                TO  FLG-HAICHI
           .
       320-HAICHI-GET-EXT.
           EXIT.
       330-WARD-ADD-SEC               SECTION.
           COMPUTE WRD-ZAISUM   (IDX1)
               =   WRD-ZAISUM   (IDX1) +   CENSUSRRK-ZAISU
           COMPUTE WRD-JIKANSUM (IDX1)
               =   WRD-JIKANSUM (IDX1) +   WRK-JIKAN
           COMPUTE WRD-DAYS     (IDX1)
               =   WRD-DAYS     (IDX1) +   1
           IF    ( FLG-HAICHI          NOT =   ZERO )
      *        NO STANDARD MASTERED FOR THE WARD'S FEE CATEGORY - THE
      *        DAY STILL COUNTS TOWARD THE AVERAGE BUT CANNOT BE
      *        JUDGED, AND IS COUNTED SEPARATELY SO THE GAP IN THE
      *        MASTER IS SEEN.
               COMPUTE WRD-NOSTD (IDX1)
                   =   WRD-NOSTD (IDX1)    +   1
               GO  TO  330-WARD-ADD-EXT
           END-IF
           MOVE    WRK-HAICHI          TO  WRD-HAICHI (IDX1)
      *    AN EMPTY WARD IS NEVER SHORT. PATIENTS WITH NO NURSING
      *    HOURS AT ALL ALWAYS ARE.
           MOVE    ZERO                TO  FLG-SHORT
           MOVE    ZERO                TO  WRK-RATIO
           IF    ( CENSUSRRK-ZAISU     >   ZERO )
               IF    ( WRK-JIKAN           =   ZERO )
                   MOVE    1               TO  FLG-SHORT
               ELSE
                   COMPUTE WRK-RATIO ROUNDED
                       =   CENSUSRRK-ZAISU *   24  /   WRK-JIKAN
                       ON SIZE ERROR
                           MOVE    999.99      TO  WRK-RATIO
                   END-COMPUTE
                   IF    ( WRK-RATIO           >   WRK-HAICHI )
                       MOVE    1               TO  FLG-SHORT
                   END-IF
               END-IF
           END-IF
           IF    ( FLG-SHORT           =   ZERO )
               GO  TO  330-WARD-ADD-EXT
           END-IF
           COMPUTE WRD-SHORT (IDX1)    =   WRD-SHORT (IDX1)    +   1
           IF    ( SHT-MAX             >=  CONST-SHT-MAX )
               MOVE    1               TO  FLG-WARD-OVER
               GO  TO  330-WARD-ADD-EXT
           END-IF
           COMPUTE SHT-MAX     =   SHT-MAX     +   1
           MOVE    SHT-MAX             TO  IDX2
           MOVE    CENSUSRRK-BTUNUM    TO  SHT-BTUNUM (IDX2)
           MOVE    CENSUSRRK-CENYMD    TO  SHT-YMD    (IDX2)
           MOVE    CENSUSRRK-ZAISU     TO  SHT-ZAISU  (IDX2)
           MOVE    WRK-JIKAN           TO  SHT-JIKAN  (IDX2)
           MOVE    WRK-RATIO           TO  SHT-RATIO  (IDX2)
           MOVE    WRK-HAICHI          TO  SHT-HAICHI (IDX2)
           .
       330-WARD-ADD-EXT.
           EXIT.
       400-PRINT-SEC                  SECTION.
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
               PERFORM 410-WARD-PRINT-SEC
           END-PERFORM
           .
       400-PRINT-EXT.
           EXIT.
       410-WARD-PRINT-SEC             SECTION.
           MOVE    WRD-BTUNUM (IDX1)   TO  WRK-RPT-BTUNUM
           MOVE    WRD-DAYS   (IDX1)   TO  WRK-RPT-DAYS
           MOVE    WRD-SHORT  (IDX1)   TO  WRK-RPT-SHORT
           MOVE    WRD-NOSTD  (IDX1)   TO  WRK-RPT-NOSTD
           IF    ( WRD-HAICHI (IDX1)   =   ZERO )
               MOVE    " -- "              TO  WRK-RPT-HAICHI
           ELSE
               MOVE    WRD-HAICHI (IDX1)   TO  WRK-RPT-HAICHI-ED
               MOVE    SPACE               TO  WRK-RPT-HAICHI
               STRING  WRK-RPT-HAICHI-ED   ":1"
                       DELIMITED BY SIZE   INTO    WRK-RPT-HAICHI
               END-STRING
           END-IF
      *    THE MONTH'S AVERAGE IS TAKEN OVER THE TOTALS - PATIENT-
      *    DAYS TIMES 24 OVER HOURS WORKED - NOT AS AN AVERAGE OF THE
      *    DAILY RATIOS, SO A QUIET DAY DOES NOT WEIGH AS MUCH AS A
      *    FULL ONE.
           MOVE    SPACE               TO  WRK-RPT-AVG
           IF    ( WRD-JIKANSUM (IDX1) >   ZERO )
               COMPUTE WRK-RATIO ROUNDED
                   =   WRD-ZAISUM (IDX1)   *   24
                   /   WRD-JIKANSUM (IDX1)
                   ON SIZE ERROR
                       MOVE    999.99          TO  WRK-RATIO
               END-COMPUTE
               MOVE    WRK-RATIO           TO  WRK-RPT-RATIO-ED
               STRING  WRK-RPT-RATIO-ED    ":1"
                       DELIMITED BY SIZE   INTO    WRK-RPT-AVG
               END-STRING
           ELSE
               MOVE    "NO HRS"            TO  WRK-RPT-AVG
           END-IF
           EVALUATE TRUE
           WHEN  ( WRD-HAICHI (IDX1)   =   ZERO )
               MOVE    "NOT JUDGED"        TO  WRK-RPT-JUDGE
           WHEN  ( WRD-JIKANSUM (IDX1) =   ZERO )
            AND  ( WRD-ZAISUM (IDX1)   >   ZERO )
               MOVE    "MONTH SHORT"       TO  WRK-RPT-JUDGE
           WHEN  ( WRD-JIKANSUM (IDX1) >   ZERO )
            AND  ( WRK-RATIO           >   WRD-HAICHI (IDX1) )
               MOVE    "MONTH SHORT"       TO  WRK-RPT-JUDGE
           WHEN  OTHER
               MOVE    "MONTH MEETS"       TO  WRK-RPT-JUDGE
           END-EVALUATE
           MOVE    WRK-RPT-LINE        TO  RPT-REC
           WRITE   RPT-REC
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   SHT-MAX )
               IF    ( SHT-BTUNUM (IDX2)   =   WRD-BTUNUM (IDX1) )
                   MOVE    SHT-YMD    (IDX2)   TO  WRK-DTL-YMD
                   MOVE    SHT-ZAISU  (IDX2)   TO  WRK-DTL-ZAISU
                   MOVE    SHT-JIKAN  (IDX2)   TO  WRK-DTL-JIKAN
                   MOVE    SHT-HAICHI (IDX2)   TO  WRK-DTL-HAICHI
                   MOVE    SPACE               TO  WRK-DTL-RATIO
                   IF    ( SHT-JIKAN (IDX2)    =   ZERO )
                       MOVE    "NO HRS"            TO  WRK-DTL-RATIO
                   ELSE
                       MOVE    SHT-RATIO (IDX2)    TO  WRK-RPT-RATIO-ED
                       STRING  WRK-RPT-RATIO-ED    ":1"
                               DELIMITED BY SIZE   INTO  WRK-DTL-RATIO
                       END-STRING
                   END-IF
                   MOVE    WRK-DTL-LINE        TO  RPT-REC
                   WRITE   RPT-REC
               END-IF
           END-PERFORM
           .
       410-WARD-PRINT-EXT.
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
       900-KANGOKINMU-KEY-SEL-SEC     SECTION.
      *    "key1" IS THE PRIMARY ACCESS PATH OF tbl_kangokinmu, KEYED
      *    BY KINMUYMD + BTUNUM + SHIFTKBN.
           MOVE    ZERO                TO  FLG-KANGOKINMU
           MOVE    "tbl_kangokinmu"    TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               KANGOKINMU-REC
                                               FLG-KANGOKINMU
           .
       900-KANGOKINMU-KEY-SEL-EXT.
           EXIT.
       900-CENSUSRRK-SEL-SEC          SECTION.
      *    "cenymd" IS THE ACCESS PATH OF tbl_censusrrk ORDERED BY
      *    CENSUS DATE - THE BIND FIELD TAKES THE START OF THE PERIOD.
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
       900-CENSUSRRK-FET-SEC          SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               CENSUSRRK-REC
                                               FLG-CENSUSRRK
           .
       900-CENSUSRRK-FET-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       RPT-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-ROWS            TO  ORCSBRUN-ROWCNT
           IF    ( FLG-WARD-OVER       =   1 )
            OR   ( FLG-ARG-ERR         =   1 )
               IF    ( FLG-WARD-OVER       =   1 )
                   DISPLAY "ORCE2NRS: WARD OR SHORT-DAY TABLE FULL - "
                           "RETURN IS INCOMPLETE"
               END-IF
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE2NRS: " CNT-ROWS " HISTORY ROWS, "
                               WRD-MAX " WARDS, "
                               SHT-MAX " SHORT DAYS"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
