       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCD9RCP.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RCP-FILE            ASSIGN  TO  "RCPDAYS"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RCP-FILE.
       01  RCP-REC                                 PIC X(150).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5001.INC".
           COPY    "CPSK5111.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBRMHIS.INC".
           COPY    "CPORCSPDAY.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-WARD-HIT                        PIC 9(01).
           03  FLG-WARD-OVER                       PIC 9(01).
           03  FLG-PAT-HIT                         PIC 9(01).
           03  FLG-PAT-OVER                        PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDX-HIT                             PIC 9(04).
       01  CNT-AREA.
           03  CNT-STAY                            PIC 9(07).
           03  CNT-NOWARD                          PIC 9(07).
           03  CNT-PAT                             PIC 9(07).
           03  CNT-NIGHTS                          PIC 9(09).
           03  CNT-RECS                            PIC 9(09).
       01  WRK-AREA.
           03  WRK-SRYYM                           PIC X(06).
           03  WRK-STYMD                           PIC X(08).
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-OL-STYMD                        PIC X(08).
           03  WRK-OL-EDYMD                        PIC X(08).
           03  WRK-LAST-YMD                        PIC X(08).
           03  WRK-DAY-YMD                         PIC X(08).
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
      *    FIXED-WIDTH PATIENT-DAY RECORD FOR THE CLAIMS (RECEIPT)
      *    SYSTEM. "1" IS ONE DAY IN HOSPITAL - EVERY NIGHT OF THE STAY
      *    PLUS THE DISCHARGE DAY ITSELF - "9" THE TRAILER. THE
      *    RECEIVING SYSTEM TELLS THEM APART BY WRK-OUT-TYPE.
           03  WRK-OUT-LINE.
               05  WRK-OUT-TYPE                    PIC X(01).
               05  WRK-OUT-PTID                    PIC X(10).
               05  WRK-OUT-SEQNO                   PIC 9(08).
               05  WRK-OUT-PTNAME                  PIC X(40).
               05  WRK-OUT-SRYYMD                  PIC X(08).
               05  WRK-OUT-BTUNUM                  PIC X(02).
               05  WRK-OUT-BRMNUM                  PIC X(06).
               05  WRK-OUT-KHNSRYCD                PIC X(09).
               05  WRK-OUT-TOKNYUIN                PIC X(02).
               05  WRK-OUT-TOK-SRYCD               PIC X(09).
               05  WRK-OUT-NYUINRYOKBN             PIC X(02).
               05  WRK-OUT-NYUINYMD                PIC X(08).
               05  WRK-OUT-TAIINYMD                PIC X(08).
               05  WRK-OUT-IDOMARK                 PIC X(01).
      *            SPACE = ORDINARY NIGHT
      *            1 = ADMISSION DAY   2 = DISCHARGE DAY
      *            3 = BOTH (ADMITTED AND DISCHARGED THE SAME DAY)
               05  FILLER                          PIC X(36).
           03  WRK-TRL-LINE    REDEFINES   WRK-OUT-LINE.
               05  WRK-TRL-TYPE                    PIC X(01).
               05  WRK-TRL-SRYYM                   PIC X(06).
               05  WRK-TRL-STYMD                   PIC X(08).
               05  WRK-TRL-EDYMD                   PIC X(08).
               05  WRK-TRL-PATIENTS                PIC 9(07).
               05  WRK-TRL-STAYS                   PIC 9(07).
               05  WRK-TRL-NIGHTS                  PIC 9(09).
      *            NIGHTS ONLY - TIES TO ORCD7REV'S PATIENT-DAYS
               05  WRK-TRL-RECS                    PIC 9(09).
      *            EVERY TYPE "1" RECORD - THE NIGHTS PLUS ONE
      *            DISCHARGE-DAY RECORD PER STAY DISCHARGED IN THE MONTH
               05  FILLER                          PIC X(95).
       01  CONST-AREA.
           03  CONST-TUKIMATU-VAL      PIC X(24)
                                       VALUE "312831303130313130313031".
           03  CONST-TUKIMATU-R    REDEFINES   CONST-TUKIMATU-VAL.
               05  CONST-TUKIMATU      PIC 9(02) OCCURS 12.
      *    ONE SLOT PER WARD ON THE 5001 MASTER ACTIVE IN THE MONTH -
      *    THE SAME WARD SELECTION ORCD7REV PRICES, SO THE DAY COUNT
      *    TIES TO ITS PATIENT-DAYS.
       01  WRD-AREA.
           03  WRD-MAX                             PIC 9(03).
           03  WRD-OCC                             OCCURS  100.
               05  WRD-BTUNUM                      PIC X(02).
      *    EVERY PATIENT WRITTEN, FOR THE TRAILER'S PATIENT COUNT - A
      *    PATIENT WITH TWO STAYS IN THE MONTH IS ONE PATIENT.
       01  PAT-AREA.
           03  PAT-MAX                             PIC 9(04).
           03  PAT-OCC                             OCCURS  5000.
               05  PAT-PTID                        PIC X(10).
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    MONTH-END INPATIENT DAY-DETAIL EXTRACT FOR THE CLAIMS
      *    (RECEIPT) SYSTEM, FOR THE MONTH GIVEN AS ARGUMENT ONE
      *    (YYYYMM). ONE FIXED-WIDTH RECORD PER PATIENT PER DAY IN
      *    HOSPITAL: EVERY NIGHT BY THE SAME MIDNIGHT RULE AS THE
      *    CENSUS AND ORCD7REV (A STAY IS IN FROM ITS ADMISSION UP TO
      *    THE EVE OF ITS DISCHARGE), PLUS THE DISCHARGE DAY ITSELF -
      *    SO A SAME-DAY ADMISSION AND DISCHARGE STILL GETS ITS ONE
      *    BILLABLE DAY. EACH RECORD CARRIES THE WARD AND ROOM THAT
      *    DAY FROM THE MOVEMENT HISTORY (ORCSBRMHIS), THAT WARD'S
      *    BASIC ADMISSION FEE CODE FROM 5001, AND THE STAY'S
      *    SPECIFIC-ADMISSION CATEGORY RESOLVED THROUGH THE 5111 ROW IN
      *    FORCE THAT DAY TO ITS FEE CODE AND ADMISSION-FEE CLASS. THE
      *    STAYS TAKEN ARE EXACTLY THOSE ORCD7REV PRICES FOR THE SAME
      *    MONTH (A STAY ROW WARD ON THE 5001 MASTER IN THE PERIOD), SO
      *    THE TRAILER'S STAY AND NIGHT COUNTS TIE TO ITS "STAYS
      *    PRICED" AND THE SUM OF ITS WARD DAYS; THE TRAILER CARRIES
      *    THE COUNT OF DAY RECORDS WRITTEN ALONGSIDE THEM.
           PERFORM 100-INIT-SEC
           PERFORM 200-WARD-LOAD-SEC
           PERFORM 300-STAY-SEC
           PERFORM 800-TRAILER-WRITE-SEC
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       WRD-AREA
                                       PAT-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-SRYYM          FROM    ARGUMENT-VALUE
      *    THE PERIOD IS THE WHOLE CALENDAR MONTH - FIRST DAY TO ITS
      *    LAST DAY, FEBRUARY RE-CHECKED FOR LEAP YEARS AS IN
      *    700-NEXT-DAY-SEC.
           MOVE    WRK-SRYYM           TO  WRK-STYMD (1:6)
           MOVE    "01"                TO  WRK-STYMD (7:2)
           MOVE    WRK-STYMD           TO  WRK-NDAY-IN
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
           MOVE    WRK-NDAY-IN         TO  WRK-NDAY-OUT
           MOVE    WRK-NDAY-MATU       TO  WRK-NDAY-OUT-D
           MOVE    WRK-NDAY-OUT        TO  WRK-EDYMD
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCD9RCP"          TO  ORCSBRUN-PGID
           MOVE    WRK-STYMD           TO  ORCSBRUN-ARG1
           MOVE    WRK-EDYMD           TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              RCP-FILE
           .
       100-INIT-EXT.
           EXIT.
       200-WARD-LOAD-SEC             SECTION.
      *    THE "key1" CURSOR DOES NO DATE FILTERING OF ITS OWN, SO THE
      *    ACTIVE-IN-PERIOD TEST IS DONE HERE IN WORKING STORAGE.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5001-STYUKYMD   <=  WRK-EDYMD )
                AND  ( SYS-5001-EDYUKYMD   >=  WRK-STYMD )
                   PERFORM 210-WARD-ADD-SEC
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-WARD-LOAD-EXT.
           EXIT.
       210-WARD-ADD-SEC              SECTION.
           MOVE    ZERO                TO  FLG-WARD-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
               IF    ( WRD-BTUNUM (IDX1)   =   SYS-5001-KBNCD )
                   MOVE    1               TO  FLG-WARD-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-WARD-HIT        =   ZERO )
               IF    ( WRD-MAX             >=  100 )
      *            A WARD THAT DOES NOT FIT THE TABLE MUST NEVER DROP
      *            OUT OF THE EXTRACT SILENTLY - THE RUN COMPLETES
      *            ABNORMALLY INSTEAD.
                   MOVE    1               TO  FLG-WARD-OVER
               ELSE
                   COMPUTE WRD-MAX     =   WRD-MAX     +   1
                   MOVE    WRD-MAX         TO  IDX1
                   MOVE    SYS-5001-KBNCD  TO  WRD-BTUNUM  (IDX1)
               END-IF
           END-IF
           .
       210-WARD-ADD-EXT.
           EXIT.
       300-STAY-SEC                  SECTION.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
      *        A STAY DISCHARGED ON THE FIRST OF THE MONTH HAS NO NIGHT
      *        IN IT BUT STILL HAS ITS DISCHARGE DAY.
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-EDYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >= WRK-STYMD ) )
                   PERFORM 310-ONE-STAY-SEC
               END-IF
      *        310-ONE-STAY-SEC LEAVES MCP-TABLE/MCP-PATHNAME ON ITS
      *        OWN LOOKUPS, SO THE CURSOR IDENTIFIERS MUST BE PUT BACK
      *        BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
               MOVE    "btunumseq"         TO  MCP-PATHNAME
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       300-STAY-EXT.
           EXIT.
       310-ONE-STAY-SEC              SECTION.
      *    THE STAY'S NIGHTS IN THE MONTH: FROM ITS ADMISSION UP TO
      *    THE EVE OF ITS DISCHARGE, CLIPPED TO THE MONTH, THEN ITS
      *    DISCHARGE DAY WHEN THAT FALLS IN THE MONTH. A STAY
      *    DISCHARGED ON THE FIRST HAS ONLY THE DISCHARGE DAY HERE -
      *    ORCD7REV DOES NOT PRICE IT, SO IT IS NOT COUNTED AMONG THE
      *    STAYS.
           MOVE    ZERO                TO  IDX-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
               IF    ( WRD-BTUNUM (IDX1)   =   PTNYUINRRK-BTUNUM )
                   MOVE    IDX1            TO  IDX-HIT
               END-IF
           END-PERFORM
           IF    ( IDX-HIT             =   ZERO )
               COMPUTE CNT-NOWARD  =   CNT-NOWARD  +   1
               GO  TO  310-ONE-STAY-EXT
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD =   SPACE )
            OR   ( PTNYUINRRK-TAIINYMD >   WRK-STYMD )
               COMPUTE CNT-STAY    =   CNT-STAY    +   1
           END-IF
           IF    ( PTNYUINRRK-NYUINYMD >   WRK-STYMD )
               MOVE    PTNYUINRRK-NYUINYMD TO  WRK-OL-STYMD
           ELSE
               MOVE    WRK-STYMD           TO  WRK-OL-STYMD
           END-IF
           MOVE    SPACE               TO  WRK-LAST-YMD
           IF    ( PTNYUINRRK-TAIINYMD NOT =   SPACE )
               MOVE    PTNYUINRRK-TAIINYMD TO  ORCSPDAY-IN-YMD
               CALL    "ORCSPDAY"          USING   CPORCSPDAY-AREA
               MOVE    ORCSPDAY-OUT-YMD    TO  WRK-LAST-YMD
           END-IF
           IF    ( WRK-LAST-YMD        =   SPACE )
            OR   ( WRK-LAST-YMD        >   WRK-EDYMD )
               MOVE    WRK-EDYMD           TO  WRK-OL-EDYMD
           ELSE
               MOVE    WRK-LAST-YMD        TO  WRK-OL-EDYMD
           END-IF
           IF    ( WRK-OL-EDYMD        >=  WRK-OL-STYMD )
               PERFORM 320-PATIENT-ADD-SEC
               MOVE    WRK-OL-STYMD        TO  WRK-DAY-YMD
               PERFORM UNTIL ( WRK-DAY-YMD     >   WRK-OL-EDYMD )
                   PERFORM 400-ONE-DAY-SEC
                   MOVE    WRK-DAY-YMD         TO  WRK-NDAY-IN
                   PERFORM 700-NEXT-DAY-SEC
                   MOVE    WRK-NDAY-OUT        TO  WRK-DAY-YMD
               END-PERFORM
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD NOT =   SPACE )
            AND  ( PTNYUINRRK-TAIINYMD >=  WRK-STYMD )
            AND  ( PTNYUINRRK-TAIINYMD <=  WRK-EDYMD )
               PERFORM 320-PATIENT-ADD-SEC
               MOVE    PTNYUINRRK-TAIINYMD TO  WRK-DAY-YMD
               PERFORM 400-ONE-DAY-SEC
           END-IF
           .
       310-ONE-STAY-EXT.
           EXIT.
       320-PATIENT-ADD-SEC           SECTION.
           MOVE    ZERO                TO  FLG-PAT-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   PAT-MAX )
               IF    ( PAT-PTID (IDX1)     =   PTNYUINRRK-PTID )
                   MOVE    1               TO  FLG-PAT-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-PAT-HIT         =   1 )
               GO  TO  320-PATIENT-ADD-EXT
           END-IF
           COMPUTE CNT-PAT     =   CNT-PAT     +   1
           IF    ( PAT-MAX             >=  5000 )
      *        A PATIENT BEYOND THE TABLE IS STILL COUNTED, BUT A
      *        SECOND STAY OF THEIRS COULD BE COUNTED AGAIN - THE RUN
      *        COMPLETES ABNORMALLY SO THE TRAILER IS NOT TRUSTED.
               MOVE    1               TO  FLG-PAT-OVER
           ELSE
               COMPUTE PAT-MAX     =   PAT-MAX     +   1
               MOVE    PTNYUINRRK-PTID TO  PAT-PTID (PAT-MAX)
           END-IF
           .
       320-PATIENT-ADD-EXT.
           EXIT.
       400-ONE-DAY-SEC               SECTION.
      *    ONE DAY OF THE STAY: THE ROOM FROM THE MOVEMENT HISTORY,
      *    AND THE 5001 / 5111 ROWS IN FORCE THAT DAY. A WARD OR
      *    CATEGORY THAT DOES NOT RESOLVE LEAVES ITS CODES BLANK ON THE
      *    RECORD - ORCB2RCN AND ORCC5REF ARE THE PLACES THAT FLAG
      *    THOSE - BUT THE DAY IS STILL WRITTEN, SO THE NIGHT COUNT
      *    NEVER DRIFTS FROM ORCD7REV'S. THE DISCHARGE DAY IS THE ONLY
      *    RECORD THAT IS NOT ALSO A NIGHT.
           INITIALIZE                  WRK-OUT-LINE
           MOVE    "1"                 TO  WRK-OUT-TYPE
           MOVE    PTNYUINRRK-PTID     TO  WRK-OUT-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  WRK-OUT-SEQNO
           MOVE    PTNYUINRRK-PTNAME   TO  WRK-OUT-PTNAME
           MOVE    WRK-DAY-YMD         TO  WRK-OUT-SRYYMD
           MOVE    PTNYUINRRK-TOKNYUIN TO  WRK-OUT-TOKNYUIN
           MOVE    PTNYUINRRK-NYUINYMD TO  WRK-OUT-NYUINYMD
           MOVE    PTNYUINRRK-TAIINYMD TO  WRK-OUT-TAIINYMD
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-DAY-YMD         TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           MOVE    ORCSBRMHIS-OUT-BTUNUM   TO  WRK-OUT-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM   TO  WRK-OUT-BRMNUM
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    ORCSBRMHIS-OUT-BTUNUM   TO  SYS-KBNCD
           MOVE    WRK-DAY-YMD         TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           IF    ( FLG-SYSKANRI        =   ZERO )
               MOVE    SYS-5001-BTU-KHNSRYCD
                                       TO  WRK-OUT-KHNSRYCD
           END-IF
           IF    ( PTNYUINRRK-TOKNYUIN NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5111"              TO  SYS-KANRICD
               MOVE    PTNYUINRRK-TOKNYUIN TO  SYS-KBNCD
               MOVE    WRK-DAY-YMD         TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5111-REC
               IF    ( FLG-SYSKANRI        =   ZERO )
                   MOVE    SYS-5111-SRYCD  TO  WRK-OUT-TOK-SRYCD
                   MOVE    SYS-5111-BRM-NYUINRYOKBN
                                           TO  WRK-OUT-NYUINRYOKBN
               END-IF
           END-IF
           MOVE    SPACE               TO  WRK-OUT-IDOMARK
           IF    ( WRK-DAY-YMD         =   PTNYUINRRK-NYUINYMD )
               MOVE    "1"                 TO  WRK-OUT-IDOMARK
           END-IF
           IF    ( WRK-DAY-YMD         =   PTNYUINRRK-TAIINYMD )
               IF    ( WRK-OUT-IDOMARK     =   "1" )
                   MOVE    "3"             TO  WRK-OUT-IDOMARK
               ELSE
                   MOVE    "2"             TO  WRK-OUT-IDOMARK
               END-IF
           END-IF
           MOVE    WRK-OUT-LINE        TO  RCP-REC
           WRITE   RCP-REC
           COMPUTE CNT-RECS    =   CNT-RECS    +   1
           IF    ( WRK-DAY-YMD         NOT =   PTNYUINRRK-TAIINYMD )
               COMPUTE CNT-NIGHTS  =   CNT-NIGHTS  +   1
           END-IF
           .
       400-ONE-DAY-EXT.
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
       800-TRAILER-WRITE-SEC         SECTION.
           INITIALIZE                  WRK-OUT-LINE
           MOVE    "9"                 TO  WRK-TRL-TYPE
           MOVE    WRK-SRYYM           TO  WRK-TRL-SRYYM
           MOVE    WRK-STYMD           TO  WRK-TRL-STYMD
           MOVE    WRK-EDYMD           TO  WRK-TRL-EDYMD
           MOVE    CNT-PAT             TO  WRK-TRL-PATIENTS
           MOVE    CNT-STAY            TO  WRK-TRL-STAYS
           MOVE    CNT-NIGHTS          TO  WRK-TRL-NIGHTS
           MOVE    CNT-RECS            TO  WRK-TRL-RECS
           MOVE    WRK-TRL-LINE        TO  RCP-REC
           WRITE   RCP-REC
           .
       800-TRAILER-WRITE-EXT.
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
      *    ADMITTED UP TO AND INCLUDING THE MONTH END.
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
       900-TERM-SEC                   SECTION.
           CLOSE                       RCP-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-STAY            TO  ORCSBRUN-ROWCNT
           IF    ( FLG-WARD-OVER       =   1 )
            OR   ( FLG-PAT-OVER        =   1 )
               DISPLAY "ORCD9RCP: WARD OR PATIENT TABLE FULL - "
                       "EXTRACT IS INCOMPLETE"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCD9RCP: " CNT-PAT " PATIENTS, "
                               CNT-STAY " STAYS, "
                               CNT-NIGHTS " PATIENT-DAYS, "
                               CNT-RECS " DAY RECORDS, "
                               CNT-NOWARD " WITHOUT MASTERED WARD"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
