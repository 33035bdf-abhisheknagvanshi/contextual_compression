       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE4FCS.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RPT-FILE            ASSIGN  TO  "BEDFCS"
                                       ORGANIZATION   LINE SEQUENTIAL.
           SELECT  LAPSE-FILE          ASSIGN  TO  "YYKLAPSE"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RPT-FILE.
       01  RPT-REC                                 PIC X(132).
       FD  LAPSE-FILE.
       01  LAPSE-REC                               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5001.INC".
           COPY    "CPSK5002.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBDAY.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  NYUINYYK-REC.
           COPY    "CPNYUINYYK.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-NYUINYYK                        PIC 9(01).
           03  FLG-NYUINYYK-GET                    PIC 9(01).
           03  FLG-WARD-HIT                        PIC 9(01).
           03  FLG-WARD-OVER                       PIC 9(01).
           03  FLG-YYK-OVER                        PIC 9(01).
           03  FLG-UPD-ERR                         PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(03).
           03  IDX2                                PIC 9(04).
           03  IDXD                                PIC 9(01).
       01  CNT-AREA.
           03  CNT-STAYS                           PIC 9(07).
           03  CNT-CLOSED                          PIC 9(05).
           03  CNT-LAPSED                          PIC 9(05).
           03  CNT-CANCEL                          PIC 9(05).
           03  CNT-OVER                            PIC 9(05).
       01  WRK-AREA.
           03  WRK-KJNYMD                          PIC X(08).
           03  WRK-KJNYMD-R    REDEFINES   WRK-KJNYMD.
               05  WRK-KJNYM                       PIC X(06).
               05  FILLER                          PIC X(02).
           03  WRK-FIND-BTUNUM                     PIC X(02).
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
               05  FILLER                          PIC X(36)
                       VALUE "SEVEN-DAY BED FORECAST   BASE DATE ".
               05  WRK-RPT-TITLE-KJNYMD            PIC X(08).
               05  FILLER                          PIC X(40)
                   VALUE "   (* = FORECAST OCCUPANCY OVER BEDS)".
           03  WRK-RPT-HEAD.
               05  FILLER                          PIC X(21)
                       VALUE "WARD   BEDS   TODAY  ".
               05  WRK-HED-YMD                     PIC X(10)
                                                   OCCURS  7.
           03  WRK-RPT-LINE.
               05  WRK-RPT-BTUNUM                  PIC X(02).
               05  FILLER                          PIC X(04)
                                                   VALUE SPACE.
               05  WRK-RPT-BEDSU                   PIC ZZZZ9.
               05  FILLER                          PIC X(03)
                                                   VALUE SPACE.
               05  WRK-RPT-ZAIIN                   PIC ZZZZ9.
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-RPT-DAY                     OCCURS  7.
                   07  WRK-RPT-FCS                 PIC ZZZZZZZ9.
                   07  WRK-RPT-OVER                PIC X(02).
           03  WRK-LPS-TITLE.
               05  FILLER                          PIC X(36)
                       VALUE "RESERVATIONS NOT ADMITTED  BASE    ".
               05  WRK-LPS-TITLE-KJNYMD            PIC X(08).
           03  WRK-LPS-HEAD.
               05  FILLER                          PIC X(22)
                                   VALUE "RESV NO   PATIENT ID  ".
               05  FILLER                          PIC X(41)
                                                   VALUE "NAME".
               05  FILLER                          PIC X(06)
                                                   VALUE "WARD".
               05  FILLER                          PIC X(10)
                                                   VALUE "PLANNED".
               05  FILLER                          PIC X(10)
                                                   VALUE "BOOKED".
               05  FILLER                          PIC X(06)
                                                   VALUE "REASON".
           03  WRK-LPS-LINE.
               05  WRK-LPS-YYKNUM                  PIC 9(08).
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-LPS-PTID                    PIC X(10).
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-LPS-PTNAME                  PIC X(40).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-LPS-BTUNUM                  PIC X(02).
               05  FILLER                          PIC X(04)
                                                   VALUE SPACE.
               05  WRK-LPS-YOTEIYMD                PIC X(08).
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-LPS-UKEYMD                  PIC X(08).
               05  FILLER                          PIC X(02)
                                                   VALUE SPACE.
               05  WRK-LPS-REASON                  PIC X(28).
      *    ONE SLOT PER WARD ON THE 5001 MASTER ON THE BASE DATE, IN
      *    MASTER ORDER, FOLLOWED BY ANY WARD A STAY OR BOOKING IS IN
      *    THAT THE MASTER NO LONGER CARRIES. WRD-FCS IS THE PROJECTED
      *    OCCUPANCY ON EACH OF THE FORECAST DAYS IN FCS-YMD.
       01  WRD-AREA.
           03  WRD-MAX                             PIC 9(03).
           03  WRD-OCC                             OCCURS  100.
               05  WRD-BTUNUM                      PIC X(02).
               05  WRD-BEDSU                       PIC 9(05).
               05  WRD-ZAIIN                       PIC 9(05).
               05  WRD-FCS                         PIC 9(05)
                                                   OCCURS  7.
      *    THE FORECAST DAYS - THE NEXT SEVEN HOSPITAL BUSINESS DAYS
      *    AFTER THE BASE DATE. FCS-MAX IS SHORT OF SEVEN ONLY WHEN THE
      *    CALENDAR HAS NO BUSINESS DAY LEFT WITHIN A YEAR.
       01  FCS-AREA.
           03  FCS-MAX                             PIC 9(01).
           03  FCS-YMD                             PIC X(08)
                                                   OCCURS  7.
      *    EVERY RESERVATION STILL BOOKED, AND EVERY ONE CANCELLED FOR
      *    A PLANNED DATE IN THE BASE MONTH, IN PLANNED-DATE ORDER.
      *    YYK-CLOSE-SEQNO IS SET WHEN THE STAY WALK FINDS THE
      *    BOOKING'S ADMISSION.
       01  YYK-AREA.
           03  YYK-MAX                             PIC 9(04).
           03  YYK-OCC                             OCCURS  2000.
               05  YYK-YYKNUM                      PIC 9(08).
               05  YYK-PTID                        PIC X(10).
               05  YYK-PTNAME                      PIC X(40).
               05  YYK-YOTEIYMD                    PIC X(08).
               05  YYK-BTUNUM                      PIC X(02).
               05  YYK-STATUS                      PIC X(01).
               05  YYK-UKEYMD                      PIC X(08).
               05  YYK-CLOSE-SEQNO                 PIC 9(08).
       01  CONST-AREA.
           03  CONST-TUKIMATU-VAL      PIC X(24)
                                       VALUE "312831303130313130313031".
           03  CONST-TUKIMATU-R    REDEFINES   CONST-TUKIMATU-VAL.
               05  CONST-TUKIMATU      PIC 9(02) OCCURS 12.
           03  CONST-YYK-MAX                       PIC 9(04)
                                                   VALUE 2000.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    NIGHTLY PLANNED-ADMISSION RUN. FOR THE BASE DATE GIVEN AS
      *    ARGUMENT ONE (THE SYSTEM DATE WHEN OMITTED):
      *    - EVERY BOOKED RESERVATION WHOSE PATIENT NOW HAS A STAY
      *      ADMITTED ON OR AFTER THE DAY THE BOOKING WAS TAKEN IS
      *      CLOSED AS ADMITTED, WITH THE STAY'S SEQNO, SO THE DESK
      *      NEVER HAS TO CLOSE IT BY HAND ON W24;
      *    - EACH WARD'S OCCUPANCY IS PROJECTED OVER THE NEXT SEVEN
      *      HOSPITAL BUSINESS DAYS (ORCSBDAY) - THE STAYS IN ON THE
      *      BASE DATE THAT ARE NOT PLANNED OUT BY THE DAY (W23 MODE 4
      *      PLANNED DISCHARGE), PLUS THE BOOKINGS FROM THE BASE DATE
      *      UP TO THE DAY - AND PRINTED AGAINST THE WARD'S BEDS, THE
      *      SUM OF THE 5002 BEDSU OF ITS ROOMS, WITH EVERY DAY OVER
      *      THE BEDS MARKED (BEDFCS). W24 REFUSES A BOOKING ON THE
      *      SAME PROJECTION;
      *    - THE RESERVATIONS THAT NEVER TURNED INTO AN ADMISSION ARE
      *      LISTED (YYKLAPSE) - THOSE STILL BOOKED FOR A DATE BEFORE
      *      THE BASE DATE, AND THOSE CANCELLED FOR A DATE IN THE BASE
      *      MONTH.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 150-FCS-DAYS-SEC
               PERFORM 200-WARD-LOAD-SEC
               PERFORM 220-BED-LOAD-SEC
               PERFORM 300-YYK-LOAD-SEC
               PERFORM 400-STAY-SEC
               PERFORM 450-YYK-CLOSE-SEC
               PERFORM 500-YYK-FCS-SEC
               PERFORM 600-FCS-PRINT-SEC
               PERFORM 700-LAPSE-PRINT-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRD-AREA
                                       FCS-AREA
                                       YYK-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-KJNYMD         FROM    ARGUMENT-VALUE
           IF    ( WRK-KJNYMD          =   SPACE )
               ACCEPT  WRK-KJNYMD      FROM    DATE YYYYMMDD
           END-IF
           IF    ( WRK-KJNYMD          NOT NUMERIC )
               DISPLAY "ORCE4FCS: BASE DATE ARGUMENT NOT YYYYMMDD - "
                       "RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE4FCS"          TO  ORCSBRUN-PGID
           MOVE    WRK-KJNYMD          TO  ORCSBRUN-ARG1
           MOVE    SPACE               TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              RPT-FILE
                                       LAPSE-FILE
           MOVE    WRK-KJNYMD          TO  WRK-RPT-TITLE-KJNYMD
           MOVE    WRK-RPT-TITLE       TO  RPT-REC
           WRITE   RPT-REC
           MOVE    WRK-KJNYMD          TO  WRK-LPS-TITLE-KJNYMD
           MOVE    WRK-LPS-TITLE       TO  LAPSE-REC
           WRITE   LAPSE-REC
           .
       100-INIT-EXT.
           EXIT.
       150-FCS-DAYS-SEC              SECTION.
      *    EACH FORECAST DAY IS THE FIRST BUSINESS DAY AFTER THE ONE
      *    BEFORE IT - THE CIVIL NEXT DAY, MOVED ON PAST ANY HOLIDAY
      *    OR CLOSED DAY BY ORCSBDAY "N".
           MOVE    WRK-KJNYMD          TO  WRK-NDAY-IN
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   7 )
                    OR   ( FCS-MAX     <   IDXD - 1 )
               PERFORM 710-NEXT-DAY-SEC
               MOVE    "N"                 TO  ORCSBDAY-REQKBN
               MOVE    WRK-NDAY-OUT        TO  ORCSBDAY-IN-YMD
               CALL    "ORCSBDAY"          USING   CPORCSBDAY-AREA
               IF    ( ORCSBDAY-RET        =   ZERO )
                   MOVE    IDXD                TO  FCS-MAX
                   MOVE    ORCSBDAY-OUT-YMD    TO  FCS-YMD (IDXD)
                   MOVE    ORCSBDAY-OUT-YMD    TO  WRK-NDAY-IN
               END-IF
           END-PERFORM
           .
       150-FCS-DAYS-EXT.
           EXIT.
       200-WARD-LOAD-SEC             SECTION.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    WRK-KJNYMD          TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY2-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               MOVE    SYS-5001-KBNCD      TO  WRK-FIND-BTUNUM
               PERFORM 210-WARD-FIND-SEC
               PERFORM 900-SYSKANRI-KEY2-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5001-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key2"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-WARD-LOAD-EXT.
           EXIT.
       210-WARD-FIND-SEC             SECTION.
      *    LEAVES IDX1 ON THE SLOT OF WARD WRK-FIND-BTUNUM, ADDING THE
      *    SLOT WHEN THE WARD IS NOT THERE YET. IDX1 IS ZERO WHEN THE
      *    TABLE IS FULL.
           MOVE    ZERO                TO  FLG-WARD-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
                    OR   ( FLG-WARD-HIT    =   1 )
               IF    ( WRD-BTUNUM (IDX1)   =   WRK-FIND-BTUNUM )
                   MOVE    1               TO  FLG-WARD-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-WARD-HIT        =   1 )
               COMPUTE IDX1        =   IDX1    -   1
               GO  TO  210-WARD-FIND-EXT
           END-IF
           IF    ( WRD-MAX             >=  100 )
      *        A WARD THAT DOES NOT FIT THE TABLE MUST NEVER DROP OUT
      *        OF THE FORECAST SILENTLY - THE RUN COMPLETES ABNORMALLY
      *        SO THE SHORT REPORT IS SEEN.
               MOVE    1               TO  FLG-WARD-OVER
               MOVE    ZERO            TO  IDX1
               GO  TO  210-WARD-FIND-EXT
           END-IF
           COMPUTE WRD-MAX     =   WRD-MAX     +   1
           MOVE    WRD-MAX             TO  IDX1
           MOVE    WRK-FIND-BTUNUM     TO  WRD-BTUNUM (IDX1)
           .
       210-WARD-FIND-EXT.
           EXIT.
       220-BED-LOAD-SEC              SECTION.
      *    THE BEDS OF A WARD ARE THE 5002 BEDSU OF ITS ROOMS IN FORCE
      *    ON THE BASE DATE. ROOM ROWS KEYED BEFORE THE BED-COUNT
      *    FIELD EXISTED STILL CARRY SPACES THERE AND ADD NOTHING - A
      *    WARD LEFT WITH NO BEDS IS PRINTED BUT NEVER MARKED OVER.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5002-STYUKYMD   <=  WRK-KJNYMD )
                AND  ( SYS-5002-EDYUKYMD   >=  WRK-KJNYMD )
                AND  ( SYS-5002-BEDSU      IS  NUMERIC )
                   MOVE    SYS-5002-BTUNUM     TO  WRK-FIND-BTUNUM
                   PERFORM 210-WARD-FIND-SEC
                   IF    ( IDX1                >   ZERO )
                       COMPUTE WRD-BEDSU (IDX1)
                           =   WRD-BEDSU (IDX1)    +   SYS-5002-BEDSU
                   END-IF
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       220-BED-LOAD-EXT.
           EXIT.
       300-YYK-LOAD-SEC              SECTION.
           INITIALIZE                  NYUINYYK-REC
           MOVE    "00000000"          TO  NYUINYYK-YOTEIYMD
           PERFORM 900-NYUINYYK-SEL-SEC
           PERFORM UNTIL ( FLG-NYUINYYK    =   1 )
               IF    ( NYUINYYK-STATUS     =   "1" )
                OR ( ( NYUINYYK-STATUS     =   "3" )
                AND  ( NYUINYYK-YOTEIYMD (1:6)  =   WRK-KJNYM )
                AND  ( NYUINYYK-YOTEIYMD   <=  WRK-KJNYMD ) )
                   PERFORM 310-YYK-ADD-SEC
               END-IF
               PERFORM 900-NYUINYYK-FET-SEC
           END-PERFORM
           MOVE    "tbl_nyuinyyk"          TO  MCP-TABLE
           MOVE    "yoteiymd"              TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       300-YYK-LOAD-EXT.
           EXIT.
       310-YYK-ADD-SEC               SECTION.
           IF    ( YYK-MAX             >=  CONST-YYK-MAX )
      *        A BOOKING THAT DOES NOT FIT THE TABLE WOULD BE LEFT OUT
      *        OF THE FORECAST AND NEVER CLOSED - THE RUN COMPLETES
      *        ABNORMALLY INSTEAD.
               MOVE    1               TO  FLG-YYK-OVER
               GO  TO  310-YYK-ADD-EXT
           END-IF
           COMPUTE YYK-MAX     =   YYK-MAX     +   1
           MOVE    YYK-MAX             TO  IDX2
           MOVE    NYUINYYK-YYKNUM     TO  YYK-YYKNUM      (IDX2)
           MOVE    NYUINYYK-PTID       TO  YYK-PTID        (IDX2)
           MOVE    NYUINYYK-PTNAME     TO  YYK-PTNAME      (IDX2)
           MOVE    NYUINYYK-YOTEIYMD   TO  YYK-YOTEIYMD    (IDX2)
           MOVE    NYUINYYK-BTUNUM     TO  YYK-BTUNUM      (IDX2)
           MOVE    NYUINYYK-STATUS     TO  YYK-STATUS      (IDX2)
           MOVE    NYUINYYK-UKEYMD     TO  YYK-UKEYMD      (IDX2)
           MOVE    ZERO                TO  YYK-CLOSE-SEQNO (IDX2)
           .
       310-YYK-ADD-EXT.
           EXIT.
       400-STAY-SEC                  SECTION.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-KJNYMD )
                   PERFORM 410-YYK-MATCH-SEC
               END-IF
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-KJNYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-KJNYMD ) )
                   PERFORM 420-ONE-STAY-SEC
               END-IF
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       400-STAY-EXT.
           EXIT.
       410-YYK-MATCH-SEC             SECTION.
      *    A BOOKING IS TAKEN UP BY THE FIRST STAY OF ITS PATIENT
      *    ADMITTED ON OR AFTER THE DAY IT WAS BOOKED - A STAY FROM
      *    BEFORE THE BOOKING IS THE PATIENT'S PREVIOUS ADMISSION. THE
      *    ROW ITSELF IS REWRITTEN ONCE THE CURSOR IS CLOSED.
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   YYK-MAX )
               IF    ( YYK-STATUS (IDX2)       =   "1" )
                AND  ( YYK-CLOSE-SEQNO (IDX2)  =   ZERO )
                AND  ( YYK-PTID (IDX2)         =   PTNYUINRRK-PTID )
                AND  ( YYK-UKEYMD (IDX2)       <=  PTNYUINRRK-NYUINYMD )
                   MOVE    PTNYUINRRK-SEQNO
                                       TO  YYK-CLOSE-SEQNO (IDX2)
               END-IF
           END-PERFORM
           .
       410-YYK-MATCH-EXT.
           EXIT.
       420-ONE-STAY-SEC              SECTION.
      *    A STAY IN ON THE BASE DATE STAYS IN THE FORECAST UNTIL THE
      *    DAY OF ITS PLANNED DISCHARGE, OR THROUGHOUT WHEN NONE IS
      *    RECORDED.
           COMPUTE CNT-STAYS   =   CNT-STAYS   +   1
           MOVE    PTNYUINRRK-BTUNUM   TO  WRK-FIND-BTUNUM
           PERFORM 210-WARD-FIND-SEC
           IF    ( IDX1                =   ZERO )
               GO  TO  420-ONE-STAY-EXT
           END-IF
           COMPUTE WRD-ZAIIN (IDX1)    =   WRD-ZAIIN (IDX1)    +   1
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   FCS-MAX )
               IF    ( PTNYUINRRK-TAIIN-YOTEIYMD   =   SPACE )
                OR   ( PTNYUINRRK-TAIIN-YOTEIYMD   >   FCS-YMD (IDXD) )
                   COMPUTE WRD-FCS (IDX1 IDXD)
                       =   WRD-FCS (IDX1 IDXD)     +   1
               END-IF
           END-PERFORM
           .
       420-ONE-STAY-EXT.
           EXIT.
       450-YYK-CLOSE-SEC             SECTION.
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   YYK-MAX )
               IF    ( YYK-CLOSE-SEQNO (IDX2)  >   ZERO )
                   PERFORM 460-YYK-UPD-SEC
               END-IF
           END-PERFORM
           .
       450-YYK-CLOSE-EXT.
           EXIT.
       460-YYK-UPD-SEC               SECTION.
           MOVE    SPACE               TO  NYUINYYK-REC
           MOVE    YYK-YYKNUM (IDX2)   TO  NYUINYYK-YYKNUM
           PERFORM 900-NYUINYYK-KEY-SEL-SEC
           IF    ( FLG-NYUINYYK-GET    NOT =   ZERO )
            OR   ( NYUINYYK-STATUS     NOT =   "1" )
      *        CHANGED ON W24 SINCE THE LOAD - LEFT AS THE DESK SET IT.
               MOVE    ZERO                TO  YYK-CLOSE-SEQNO (IDX2)
               GO  TO  460-YYK-UPD-EXT
           END-IF
           MOVE    "2"                 TO  NYUINYYK-STATUS
           MOVE    YYK-CLOSE-SEQNO (IDX2)  TO  NYUINYYK-NYUIN-SEQNO
           PERFORM 900-NYUINYYK-UPD-SEC
           IF    ( FLG-NYUINYYK        NOT =   ZERO )
               DISPLAY "ORCE4FCS: RESERVATION " YYK-YYKNUM (IDX2)
                       " COULD NOT BE CLOSED"
               MOVE    1                   TO  FLG-UPD-ERR
               MOVE    ZERO                TO  YYK-CLOSE-SEQNO (IDX2)
               GO  TO  460-YYK-UPD-EXT
           END-IF
           MOVE    "2"                 TO  YYK-STATUS (IDX2)
           COMPUTE CNT-CLOSED  =   CNT-CLOSED  +   1
           .
       460-YYK-UPD-EXT.
           EXIT.
       500-YYK-FCS-SEC               SECTION.
      *    A BOOKING STILL OPEN IS IN ITS WARD FROM ITS PLANNED DATE
      *    ON. ONE FOR A DATE ALREADY PAST IS LAPSED, NOT FORECAST.
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   YYK-MAX )
               IF    ( YYK-STATUS (IDX2)       =   "1" )
                AND  ( YYK-YOTEIYMD (IDX2)     >=  WRK-KJNYMD )
                   MOVE    YYK-BTUNUM (IDX2)   TO  WRK-FIND-BTUNUM
                   PERFORM 210-WARD-FIND-SEC
                   IF    ( IDX1                >   ZERO )
                       PERFORM 510-YYK-ADD-DAYS-SEC
                   END-IF
               END-IF
           END-PERFORM
           .
       500-YYK-FCS-EXT.
           EXIT.
       510-YYK-ADD-DAYS-SEC          SECTION.
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   FCS-MAX )
               IF    ( YYK-YOTEIYMD (IDX2)     <=  FCS-YMD (IDXD) )
                   COMPUTE WRD-FCS (IDX1 IDXD)
                       =   WRD-FCS (IDX1 IDXD)     +   1
               END-IF
           END-PERFORM
           .
       510-YYK-ADD-DAYS-EXT.
           EXIT.
       600-FCS-PRINT-SEC             SECTION.
           MOVE    SPACE               TO  WRK-RPT-HEAD (22:)
           PERFORM VARYING IDXD    FROM    1   BY  1
                   UNTIL ( IDXD    >   FCS-MAX )
               MOVE    FCS-YMD (IDXD)      TO  WRK-HED-YMD (IDXD)
           END-PERFORM
           MOVE    WRK-RPT-HEAD        TO  RPT-REC
           WRITE   RPT-REC
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
               MOVE    SPACE               TO  WRK-RPT-LINE (22:)
               MOVE    WRD-BTUNUM (IDX1)   TO  WRK-RPT-BTUNUM
               MOVE    WRD-BEDSU  (IDX1)   TO  WRK-RPT-BEDSU
               MOVE    WRD-ZAIIN  (IDX1)   TO  WRK-RPT-ZAIIN
               PERFORM VARYING IDXD    FROM    1   BY  1
                       UNTIL ( IDXD    >   FCS-MAX )
                   MOVE    WRD-FCS (IDX1 IDXD) TO  WRK-RPT-FCS  (IDXD)
                   IF    ( WRD-BEDSU (IDX1)        >   ZERO )
                    AND  ( WRD-FCS (IDX1 IDXD)
                                           >   WRD-BEDSU (IDX1) )
                       MOVE    " *"            TO  WRK-RPT-OVER (IDXD)
                       COMPUTE CNT-OVER    =   CNT-OVER    +   1
                   ELSE
                       MOVE    SPACE           TO  WRK-RPT-OVER (IDXD)
                   END-IF
               END-PERFORM
               MOVE    WRK-RPT-LINE        TO  RPT-REC
               WRITE   RPT-REC
           END-PERFORM
           .
       600-FCS-PRINT-EXT.
           EXIT.
       700-LAPSE-PRINT-SEC           SECTION.
           MOVE    WRK-LPS-HEAD        TO  LAPSE-REC
           WRITE   LAPSE-REC
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   YYK-MAX )
               IF    ( YYK-STATUS (IDX2)       =   "1" )
                AND  ( YYK-YOTEIYMD (IDX2)     <   WRK-KJNYMD )
                   MOVE    "PLANNED DATE PASSED, NO STAY"
                                               TO  WRK-LPS-REASON
                   PERFORM 750-LAPSE-WRITE-SEC
                   COMPUTE CNT-LAPSED  =   CNT-LAPSED  +   1
               END-IF
           END-PERFORM
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   YYK-MAX )
               IF    ( YYK-STATUS (IDX2)       =   "3" )
                   MOVE    "CANCELLED"         TO  WRK-LPS-REASON
                   PERFORM 750-LAPSE-WRITE-SEC
                   COMPUTE CNT-CANCEL  =   CNT-CANCEL  +   1
               END-IF
           END-PERFORM
           .
       700-LAPSE-PRINT-EXT.
           EXIT.
       710-NEXT-DAY-SEC              SECTION.
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
               GO  TO  710-NEXT-DAY-EXT
           END-IF
           IF    ( WRK-NDAY-IN-M       =   12 )
               COMPUTE WRK-NDAY-OUT-Y  =   WRK-NDAY-IN-Y   +   1
               MOVE    01              TO  WRK-NDAY-OUT-M
               MOVE    01              TO  WRK-NDAY-OUT-D
               GO  TO  710-NEXT-DAY-EXT
           END-IF
           COMPUTE WRK-NDAY-OUT-M      =   WRK-NDAY-IN-M   +   1
           MOVE    01                  TO  WRK-NDAY-OUT-D
           .
       710-NEXT-DAY-EXT.
           EXIT.
       750-LAPSE-WRITE-SEC           SECTION.
           MOVE    YYK-YYKNUM   (IDX2)     TO  WRK-LPS-YYKNUM
           MOVE    YYK-PTID     (IDX2)     TO  WRK-LPS-PTID
           MOVE    YYK-PTNAME   (IDX2)     TO  WRK-LPS-PTNAME
           MOVE    YYK-BTUNUM   (IDX2)     TO  WRK-LPS-BTUNUM
           MOVE    YYK-YOTEIYMD (IDX2)     TO  WRK-LPS-YOTEIYMD
           MOVE    YYK-UKEYMD   (IDX2)     TO  WRK-LPS-UKEYMD
           MOVE    WRK-LPS-LINE            TO  LAPSE-REC
           WRITE   LAPSE-REC
           .
       750-LAPSE-WRITE-EXT.
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
       900-PTNYUINRRK-SEL-SEC          SECTION.
      *    SAME "btunumseq" ACCESS PATH AS THE CENSUS - THE BIND
      *    FIELDS TAKE THE ADMISSION-DATE WINDOW, HERE EVERYTHING
      *    ADMITTED UP TO AND INCLUDING THE BASE DATE.
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
       900-NYUINYYK-SEL-SEC          SECTION.
      *    "yoteiymd" IS THE ACCESS PATH OF tbl_nyuinyyk ORDERED BY
      *    PLANNED DATE - THE BIND FIELD TAKES THE FIRST DATE WANTED.
           MOVE    ZERO                TO  FLG-NYUINYYK
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "yoteiymd"          TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               NYUINYYK-REC
           PERFORM 900-NYUINYYK-FET-SEC
           .
       900-NYUINYYK-SEL-EXT.
           EXIT.
       900-NYUINYYK-FET-SEC          SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               NYUINYYK-REC
                                               FLG-NYUINYYK
           .
       900-NYUINYYK-FET-EXT.
           EXIT.
       900-NYUINYYK-KEY-SEL-SEC      SECTION.
           MOVE    ZERO                TO  FLG-NYUINYYK-GET
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               NYUINYYK-REC
                                               FLG-NYUINYYK-GET
           .
       900-NYUINYYK-KEY-SEL-EXT.
           EXIT.
       900-NYUINYYK-UPD-SEC          SECTION.
           ACCEPT  NYUINYYK-TRKYMD     FROM    DATE YYYYMMDD
           ACCEPT  NYUINYYK-TRKHMS     FROM    TIME
           MOVE    ZERO                TO  FLG-NYUINYYK
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               NYUINYYK-REC
                                               FLG-NYUINYYK
           .
       900-NYUINYYK-UPD-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       RPT-FILE
                                       LAPSE-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-CLOSED          TO  ORCSBRUN-ROWCNT
           IF    ( FLG-WARD-OVER       =   1 )
            OR   ( FLG-YYK-OVER        =   1 )
            OR   ( FLG-UPD-ERR         =   1 )
            OR   ( FLG-ARG-ERR         =   1 )
               IF    ( FLG-WARD-OVER       =   1 )
                OR   ( FLG-YYK-OVER        =   1 )
                   DISPLAY "ORCE4FCS: WARD OR RESERVATION TABLE FULL - "
                           "FORECAST IS INCOMPLETE"
               END-IF
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE4FCS: " CNT-STAYS " STAYS IN, "
                               CNT-CLOSED " RESERVATIONS CLOSED, "
                               CNT-OVER " WARD-DAYS OVER BEDS"
           DISPLAY "ORCE4FCS: " CNT-LAPSED " LAPSED, "
                               CNT-CANCEL " CANCELLED THIS MONTH"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
