       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE1LMT.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RPT-FILE            ASSIGN  TO  "LMTWATCH"
                                       ORGANIZATION   LINE SEQUENTIAL.
           SELECT  EXCPT-FILE          ASSIGN  TO  "LMTWATEX"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RPT-FILE.
       01  RPT-REC                                 PIC X(132).
       FD  EXCPT-FILE.
       01  EXCPT-REC                               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5001.INC".
           COPY    "CPSK5111.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBRMHIS.INC".
           COPY    "CPORCSDAYS.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  PTNYUIDO-REC.
           COPY    "CPPTNYUIDO.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-PTNYUIDO                        PIC 9(01).
           03  FLG-WARD-HIT                        PIC 9(01).
           03  FLG-WARD-OVER                       PIC 9(01).
           03  FLG-WCH-OVER                        PIC 9(01).
           03  FLG-HDG                             PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDX2                                PIC 9(04).
       01  CNT-AREA.
           03  CNT-WATCH                           PIC 9(07).
           03  CNT-NEAR                            PIC 9(07).
           03  CNT-OVER                            PIC 9(07).
       01  WRK-AREA.
           03  WRK-KJNYMD                          PIC X(08).
           03  WRK-BTUNUM                          PIC X(02).
           03  WRK-MAXDAYS                         PIC 9(03).
           03  WRK-RUN-STYMD                       PIC X(08).
           03  WRK-PRV-BTUNUM                      PIC X(02).
           03  WRK-PRV-TOKTEI                      PIC X(02).
           03  WRK-NEW-TOKTEI                      PIC X(02).
           03  WRK-CHK-BTUNUM                      PIC X(02).
           03  WRK-CHK-YMD                         PIC X(08).
           03  WRK-CHK-TOKTEI                      PIC X(02).
           03  WRK-USED                            PIC 9(05).
           03  WRK-REMAIN                          PIC S9(05).
           03  WRK-LIMIT-YMD                       PIC X(08).
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
           03  WRK-RPT-TITLE.
               05  FILLER                          PIC X(26)
                       VALUE "DAY-LIMIT WATCH LIST WARD ".
               05  WRK-RPT-TITLE-BTUNUM            PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-TITLE-BTUNAME           PIC X(40).
               05  FILLER                          PIC X(07)
                                                   VALUE "  AS OF".
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-TITLE-YMD               PIC X(08).
           03  WRK-RPT-LINE.
               05  WRK-RPT-PTID                    PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-PTNAME                  PIC X(30).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-BRMNUM                  PIC X(06).
               05  FILLER                          PIC X(05)
                                                   VALUE " CAT ".
               05  WRK-RPT-TOKNYUIN                PIC X(02).
               05  FILLER                          PIC X(06)
                                                   VALUE " FROM ".
               05  WRK-RPT-RUN-STYMD               PIC X(08).
               05  FILLER                          PIC X(06)
                                                   VALUE " USED ".
               05  WRK-RPT-USED                    PIC ZZZZ9.
               05  FILLER                          PIC X(05)
                                                   VALUE " MAX ".
               05  WRK-RPT-MAX                     PIC ZZ9.
               05  FILLER                          PIC X(06)
                                                   VALUE " LEFT ".
               05  WRK-RPT-REMAIN                  PIC -ZZZZ9.
               05  FILLER                          PIC X(07)
                                                   VALUE " LIMIT ".
               05  WRK-RPT-LIMIT-YMD               PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-MARK                    PIC X(05).
           03  WRK-EXCPT-LINE.
               05  WRK-EXCPT-PTID                  PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-EXCPT-SEQNO                 PIC 9(08).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-EXCPT-PTNAME                PIC X(40).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-EXCPT-BTUNUM                PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-EXCPT-BRMNUM                PIC X(06).
               05  FILLER                          PIC X(05)
                                                   VALUE " CAT ".
               05  WRK-EXCPT-TOKNYUIN              PIC X(02).
               05  FILLER                          PIC X(06)
                                                   VALUE " USED ".
               05  WRK-EXCPT-USED                  PIC ZZZZ9.
               05  FILLER                          PIC X(05)
                                                   VALUE " MAX ".
               05  WRK-EXCPT-MAX                   PIC ZZ9.
               05  FILLER                          PIC X(07)
                                                   VALUE " LIMIT ".
               05  WRK-EXCPT-LIMIT-YMD             PIC X(08).
               05  FILLER                          PIC X(21)
                       VALUE " OVER THE DAY LIMIT  ".
       01  CONST-AREA.
           03  CONST-TUKIMATU-VAL      PIC X(24)
                                       VALUE "312831303130313130313031".
           03  CONST-TUKIMATU-R    REDEFINES   CONST-TUKIMATU-VAL.
               05  CONST-TUKIMATU      PIC 9(02) OCCURS 12.
           03  CONST-NEAR-DAYS                     PIC 9(02) VALUE 7.
      *    ONE SLOT PER WARD ON THE 5001 MASTER ON THE RUN DATE, IN
      *    MASTER ORDER - THE ORDER THE LIST IS PRINTED IN.
       01  WRD-AREA.
           03  WRD-MAX                             PIC 9(03).
           03  WRD-OCC                             OCCURS  100.
               05  WRD-BTUNUM                      PIC X(02).
               05  WRD-BTUNAME                     PIC X(40).
      *    ONE SLOT PER OPEN STAY IN A DAY-LIMITED CATEGORY, HELD
      *    UNTIL THE STAY CURSOR IS DONE SO THE LIST CAN BE PRINTED BY
      *    THE WARD THE PATIENT IS IN TONIGHT RATHER THAN BY THE STAY
      *    ROW'S WARD THE CURSOR IS ORDERED ON.
       01  WCH-AREA.
           03  WCH-MAX                             PIC 9(04).
           03  WCH-OCC                             OCCURS  2000.
               05  WCH-PTID                        PIC X(10).
               05  WCH-SEQNO                       PIC 9(08).
               05  WCH-PTNAME                      PIC X(40).
               05  WCH-BTUNUM                      PIC X(02).
               05  WCH-BRMNUM                      PIC X(06).
               05  WCH-TOKNYUIN                    PIC X(02).
               05  WCH-RUN-STYMD                   PIC X(08).
               05  WCH-USED                        PIC 9(05).
               05  WCH-MAXDAYS                     PIC 9(03).
               05  WCH-REMAIN                      PIC S9(05).
               05  WCH-LIMIT-YMD                   PIC X(08).
               05  WCH-PRINTED                     PIC 9(01).
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    DAILY DAY-LIMIT WATCH LIST FOR THE SPECIFIC-ADMISSION
      *    CATEGORIES THAT MAY ONLY BE CHARGED FOR A SET NUMBER OF
      *    DAYS (5111 SANTEI-JOGEN). FOR THE DATE GIVEN AS ARGUMENT
      *    ONE, EVERY STAY IN HOSPITAL THAT NIGHT WHOSE CATEGORY
      *    CARRIES A LIMIT IS LISTED UNDER THE WARD IT IS IN, WITH THE
      *    DAYS USED SO FAR, THE DAYS LEFT AND THE LAST CHARGEABLE
      *    DATE. DAYS ARE COUNTED FROM THE START OF THE STAY'S CURRENT
      *    RUN IN THE CATEGORY: THE ADMISSION, OR THE LATEST TRANSFER
      *    THAT WAS NOT BETWEEN TWO WARDS OF THE STAY'S OWN CATEGORY
      *    (5001 BTU-TOKTEI-NYUIN) - A MOVE BETWEEN TWO SUCH WARDS
      *    CARRIES THE COUNT ON. A STAY WITHIN CONST-NEAR-DAYS OF ITS
      *    LIMIT IS MARKED, AND A STAY ALREADY PAST IT IS MARKED AND
      *    ALSO WRITTEN TO THE EXCEPTION FILE SO ITS CATEGORY CAN BE
      *    CHANGED TO THE WARD'S BASIC FEE BEFORE BILLING. ARGUMENT
      *    TWO OPTIONALLY RESTRICTS THE LIST TO ONE WARD ("*" OR SPACE
      *    MEANS ALL).
           PERFORM 100-INIT-SEC
           PERFORM 200-WARD-LOAD-SEC
           PERFORM 300-STAY-SEC
           PERFORM 500-PRINT-SEC
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       WRD-AREA
                                       WCH-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-KJNYMD         FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-BTUNUM         FROM    ARGUMENT-VALUE
           IF    ( WRK-BTUNUM          =   "*" )
               MOVE    SPACE           TO  WRK-BTUNUM
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE1LMT"          TO  ORCSBRUN-PGID
           MOVE    WRK-KJNYMD          TO  ORCSBRUN-ARG1
           MOVE    WRK-BTUNUM          TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              RPT-FILE
                                       EXCPT-FILE
           .
       100-INIT-EXT.
           EXIT.
       200-WARD-LOAD-SEC             SECTION.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    WRK-KJNYMD          TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY2-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( WRK-BTUNUM          =   SPACE )
                OR   ( WRK-BTUNUM          =   SYS-5001-KBNCD )
                   PERFORM 210-WARD-ADD-SEC
               END-IF
               PERFORM 900-SYSKANRI-KEY2-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key2"                  TO  MCP-PATHNAME
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
      *            A WARD THAT DOES NOT FIT THE TABLE IS STILL LISTED,
      *            UNDER THE NOT-ON-MASTER HEADING, BUT THE RUN
      *            COMPLETES ABNORMALLY SO THE GAP IS SEEN.
                   MOVE    1               TO  FLG-WARD-OVER
               ELSE
                   COMPUTE WRD-MAX     =   WRD-MAX     +   1
                   MOVE    WRD-MAX         TO  IDX1
                   MOVE    SYS-5001-KBNCD  TO  WRD-BTUNUM  (IDX1)
                   MOVE    SYS-5001-BTU-NAME
                                           TO  WRD-BTUNAME (IDX1)
               END-IF
           END-IF
           .
       210-WARD-ADD-EXT.
           EXIT.
       300-STAY-SEC                  SECTION.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-KJNYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-KJNYMD ) )
                AND  ( PTNYUINRRK-TOKNYUIN     NOT =   SPACE )
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
      *    THE LIMIT IS THE ONE ON THE 5111 ROW IN FORCE ON THE RUN
      *    DATE. A CATEGORY WITH NO ROW, OR NO LIMIT, IS NOT WATCHED.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5111"              TO  SYS-KANRICD
           MOVE    PTNYUINRRK-TOKNYUIN TO  SYS-KBNCD
           MOVE    WRK-KJNYMD          TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5111-REC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               GO  TO  310-ONE-STAY-EXT
           END-IF
           IF    ( SYS-5111-SANTEI-JOGEN   NOT NUMERIC )
               GO  TO  310-ONE-STAY-EXT
           END-IF
           IF    ( SYS-5111-SANTEI-JOGEN   =   ZERO )
               GO  TO  310-ONE-STAY-EXT
           END-IF
           MOVE    SYS-5111-SANTEI-JOGEN   TO  WRK-MAXDAYS
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-KJNYMD          TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           IF    ( WRK-BTUNUM          NOT =   SPACE )
            AND  ( WRK-BTUNUM          NOT =   ORCSBRMHIS-OUT-BTUNUM )
               GO  TO  310-ONE-STAY-EXT
           END-IF
           IF    ( WCH-MAX             >=  2000 )
      *        A STAY THAT DOES NOT FIT THE TABLE MUST NEVER DROP OUT
      *        OF THE LIST SILENTLY - THE RUN COMPLETES ABNORMALLY.
               MOVE    1               TO  FLG-WCH-OVER
               GO  TO  310-ONE-STAY-EXT
           END-IF
           PERFORM 320-RUN-START-SEC
           MOVE    WRK-RUN-STYMD       TO  ORCSDAYS-IN-STYMD
           MOVE    WRK-KJNYMD          TO  ORCSDAYS-IN-EDYMD
           CALL    "ORCSDAYS"          USING   CPORCSDAYS-AREA
           COMPUTE WRK-USED    =   ORCSDAYS-OUT-DAYS   +   1
           COMPUTE WRK-REMAIN  =   WRK-MAXDAYS     -   WRK-USED
      *    THE LAST CHARGEABLE DATE IS THE RUN START PLUS THE LIMIT
      *    LESS ONE DAY - THE RUN START ITSELF IS DAY ONE.
           MOVE    WRK-RUN-STYMD       TO  WRK-LIMIT-YMD
           PERFORM VARYING IDX2    FROM    2   BY  1
                   UNTIL ( IDX2    >   WRK-MAXDAYS )
               MOVE    WRK-LIMIT-YMD       TO  WRK-NDAY-IN
               PERFORM 700-NEXT-DAY-SEC
               MOVE    WRK-NDAY-OUT        TO  WRK-LIMIT-YMD
           END-PERFORM
           COMPUTE WCH-MAX     =   WCH-MAX     +   1
           MOVE    WCH-MAX             TO  IDX1
           MOVE    PTNYUINRRK-PTID     TO  WCH-PTID        (IDX1)
           MOVE    PTNYUINRRK-SEQNO    TO  WCH-SEQNO       (IDX1)
           MOVE    PTNYUINRRK-PTNAME   TO  WCH-PTNAME      (IDX1)
           MOVE    ORCSBRMHIS-OUT-BTUNUM
                                       TO  WCH-BTUNUM      (IDX1)
           MOVE    ORCSBRMHIS-OUT-BRMNUM
                                       TO  WCH-BRMNUM      (IDX1)
           MOVE    PTNYUINRRK-TOKNYUIN TO  WCH-TOKNYUIN    (IDX1)
           MOVE    WRK-RUN-STYMD       TO  WCH-RUN-STYMD   (IDX1)
           MOVE    WRK-USED            TO  WCH-USED        (IDX1)
           MOVE    WRK-MAXDAYS         TO  WCH-MAXDAYS     (IDX1)
           MOVE    WRK-REMAIN          TO  WCH-REMAIN      (IDX1)
           MOVE    WRK-LIMIT-YMD       TO  WCH-LIMIT-YMD   (IDX1)
           MOVE    ZERO                TO  WCH-PRINTED     (IDX1)
           .
       310-ONE-STAY-EXT.
           EXIT.
       320-RUN-START-SEC             SECTION.
      *    WALKS THE STAY'S MOVEMENT ROWS IN DATE ORDER. THE RUN STARTS
      *    AT ADMISSION; A ROW ON THE ADMISSION DATE ONLY SETS THE
      *    ADMITTING WARD. EACH LATER TRANSFER UP TO THE RUN DATE
      *    RESTARTS THE RUN UNLESS BOTH THE WARD LEFT AND THE WARD
      *    ENTERED BELONG TO THE STAY'S CATEGORY ON THE TRANSFER DATE.
           MOVE    PTNYUINRRK-NYUINYMD TO  WRK-RUN-STYMD
           MOVE    PTNYUINRRK-BTUNUM   TO  WRK-PRV-BTUNUM
           INITIALIZE                  PTNYUIDO-REC
           MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
           PERFORM 900-PTNYUIDO-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUIDO    =   1 )
               IF    ( PTNYUIDO-PTID       =   PTNYUINRRK-PTID )
                AND  ( PTNYUIDO-SEQNO      =   PTNYUINRRK-SEQNO )
                AND  ( PTNYUIDO-IDOYMD     <=  WRK-KJNYMD )
                   PERFORM 330-ONE-MOVE-SEC
               END-IF
      *        330-ONE-MOVE-SEC LOOKS UP 5001, WHICH LEAVES MCP-TABLE/
      *        MCP-PATHNAME ON tbl_syskanri, SO THE CURSOR IDENTIFIERS
      *        MUST BE PUT BACK BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
               MOVE    "ptidseq"           TO  MCP-PATHNAME
               PERFORM 900-PTNYUIDO-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuido"          TO  MCP-TABLE
           MOVE    "ptidseq"               TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       320-RUN-START-EXT.
           EXIT.
       330-ONE-MOVE-SEC              SECTION.
           IF    ( PTNYUIDO-IDOYMD     <=  PTNYUINRRK-NYUINYMD )
               MOVE    PTNYUIDO-BTUNUM     TO  WRK-PRV-BTUNUM
               GO  TO  330-ONE-MOVE-EXT
           END-IF
           MOVE    WRK-PRV-BTUNUM      TO  WRK-CHK-BTUNUM
           MOVE    PTNYUIDO-IDOYMD     TO  WRK-CHK-YMD
           PERFORM 340-WARD-TOKTEI-SEC
           MOVE    WRK-CHK-TOKTEI      TO  WRK-PRV-TOKTEI
           MOVE    PTNYUIDO-BTUNUM     TO  WRK-CHK-BTUNUM
           PERFORM 340-WARD-TOKTEI-SEC
           MOVE    WRK-CHK-TOKTEI      TO  WRK-NEW-TOKTEI
           IF    ( WRK-PRV-TOKTEI      NOT =   PTNYUINRRK-TOKNYUIN )
            OR   ( WRK-NEW-TOKTEI      NOT =   PTNYUINRRK-TOKNYUIN )
               MOVE    PTNYUIDO-IDOYMD     TO  WRK-RUN-STYMD
           END-IF
           MOVE    PTNYUIDO-BTUNUM     TO  WRK-PRV-BTUNUM
           .
       330-ONE-MOVE-EXT.
           EXIT.
       340-WARD-TOKTEI-SEC           SECTION.
      *    THE SPECIFIC-ADMISSION CATEGORY OF WARD WRK-CHK-BTUNUM ON
      *    WRK-CHK-YMD, SPACE WHEN THE WARD IS NOT ON 5001 THAT DAY.
           MOVE    SPACE               TO  WRK-CHK-TOKTEI
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    WRK-CHK-BTUNUM      TO  SYS-KBNCD
           MOVE    WRK-CHK-YMD         TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           IF    ( FLG-SYSKANRI        =   ZERO )
               MOVE    SYS-5001-BTU-TOKTEI-NYUIN
                                       TO  WRK-CHK-TOKTEI
           END-IF
           .
       340-WARD-TOKTEI-EXT.
           EXIT.
       500-PRINT-SEC                 SECTION.
      *    ONE BLOCK PER WARD IN MASTER ORDER, THEN ANY STAY WHOSE
      *    WARD TONIGHT IS NOT ON THE MASTER UNDER ITS OWN HEADING.
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   WRD-MAX )
               MOVE    WRD-BTUNUM  (IDX2)  TO  WRK-RPT-TITLE-BTUNUM
               MOVE    WRD-BTUNAME (IDX2)  TO  WRK-RPT-TITLE-BTUNAME
               MOVE    WRK-KJNYMD          TO  WRK-RPT-TITLE-YMD
               MOVE    WRK-RPT-TITLE       TO  RPT-REC
               WRITE   RPT-REC
               PERFORM VARYING IDX1    FROM    1   BY  1
                       UNTIL ( IDX1    >   WCH-MAX )
                   IF    ( WCH-BTUNUM (IDX1)   =   WRD-BTUNUM (IDX2) )
                       PERFORM 510-LINE-SEC
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE    ZERO                TO  FLG-HDG
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WCH-MAX )
               IF    ( WCH-PRINTED (IDX1)  =   ZERO )
                   IF    ( FLG-HDG             =   ZERO )
                       MOVE    SPACE           TO  WRK-RPT-TITLE-BTUNUM
                       MOVE    "WARD NOT ON 5001 MASTER"
                                           TO  WRK-RPT-TITLE-BTUNAME
                       MOVE    WRK-KJNYMD      TO  WRK-RPT-TITLE-YMD
                       MOVE    WRK-RPT-TITLE   TO  RPT-REC
                       WRITE   RPT-REC
                       MOVE    1               TO  FLG-HDG
                   END-IF
                   PERFORM 510-LINE-SEC
               END-IF
           END-PERFORM
           .
       500-PRINT-EXT.
           EXIT.
       510-LINE-SEC                  SECTION.
           MOVE    WCH-PTID      (IDX1)    TO  WRK-RPT-PTID
           MOVE    WCH-PTNAME    (IDX1)    TO  WRK-RPT-PTNAME
           MOVE    WCH-BRMNUM    (IDX1)    TO  WRK-RPT-BRMNUM
           MOVE    WCH-TOKNYUIN  (IDX1)    TO  WRK-RPT-TOKNYUIN
           MOVE    WCH-RUN-STYMD (IDX1)    TO  WRK-RPT-RUN-STYMD
           MOVE    WCH-USED      (IDX1)    TO  WRK-RPT-USED
           MOVE    WCH-MAXDAYS   (IDX1)    TO  WRK-RPT-MAX
           MOVE    WCH-REMAIN    (IDX1)    TO  WRK-RPT-REMAIN
           MOVE    WCH-LIMIT-YMD (IDX1)    TO  WRK-RPT-LIMIT-YMD
           MOVE    SPACE                   TO  WRK-RPT-MARK
           IF    ( WCH-REMAIN (IDX1)   <   ZERO )
               MOVE    "OVER "             TO  WRK-RPT-MARK
               COMPUTE CNT-OVER    =   CNT-OVER    +   1
               PERFORM 800-EXCPT-WRITE-SEC
           ELSE
               IF    ( WCH-REMAIN (IDX1)   <=  CONST-NEAR-DAYS )
                   MOVE    "NEAR "         TO  WRK-RPT-MARK
                   COMPUTE CNT-NEAR    =   CNT-NEAR    +   1
               END-IF
           END-IF
           MOVE    WRK-RPT-LINE            TO  RPT-REC
           WRITE   RPT-REC
           MOVE    1                       TO  WCH-PRINTED (IDX1)
           COMPUTE CNT-WATCH   =   CNT-WATCH   +   1
           .
       510-LINE-EXT.
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
       800-EXCPT-WRITE-SEC           SECTION.
           MOVE    WCH-PTID      (IDX1)    TO  WRK-EXCPT-PTID
           MOVE    WCH-SEQNO     (IDX1)    TO  WRK-EXCPT-SEQNO
           MOVE    WCH-PTNAME    (IDX1)    TO  WRK-EXCPT-PTNAME
           MOVE    WCH-BTUNUM    (IDX1)    TO  WRK-EXCPT-BTUNUM
           MOVE    WCH-BRMNUM    (IDX1)    TO  WRK-EXCPT-BRMNUM
           MOVE    WCH-TOKNYUIN  (IDX1)    TO  WRK-EXCPT-TOKNYUIN
           MOVE    WCH-USED      (IDX1)    TO  WRK-EXCPT-USED
           MOVE    WCH-MAXDAYS   (IDX1)    TO  WRK-EXCPT-MAX
           MOVE    WCH-LIMIT-YMD (IDX1)    TO  WRK-EXCPT-LIMIT-YMD
           MOVE    WRK-EXCPT-LINE          TO  EXCPT-REC
           WRITE   EXCPT-REC
           .
       800-EXCPT-WRITE-EXT.
           EXIT.
       900-SYSKANRI-KEY2-SEL-SEC     SECTION.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
           PERFORM 900-SYSKANRI-KEY2-FET-SEC
           .
       900-SYSKANRI-KEY2-SEL-EXT.
           EXIT.
       900-SYSKANRI-KEY2-FET-SEC     SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           .
       900-SYSKANRI-KEY2-FET-EXT.
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
           MOVE    WRK-KJNYMD          TO  PTNYUINRRK-TAIINYMD
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
       900-PTNYUIDO-SEL-SEC          SECTION.
      *    "ptidseq" CURSOR - EVERY MOVEMENT ROW OF THE PTID + SEQNO
      *    IN PTNYUIDO-REC, IN IDOYMD ORDER.
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "ptidseq"           TO  MCP-PATHNAME
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
           CLOSE                       RPT-FILE
                                       EXCPT-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-WATCH           TO  ORCSBRUN-ROWCNT
           IF    ( FLG-WARD-OVER       =   1 )
            OR   ( FLG-WCH-OVER        =   1 )
               DISPLAY "ORCE1LMT: WARD OR WATCH TABLE FULL - LIST IS "
                       "INCOMPLETE"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE1LMT: " CNT-WATCH " STAYS WATCHED, "
                               CNT-NEAR " NEAR THE LIMIT, "
                               CNT-OVER " OVER THE LIMIT"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
