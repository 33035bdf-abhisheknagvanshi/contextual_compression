       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                               ORCGW24.
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
      *
       DATA                    DIVISION.
       FILE                        SECTION.
      *
       WORKING-STORAGE             SECTION.
           COPY    "COMMON-SPA".
           COPY    "W01COMMON-SPA".
           COPY    "ENUM-VALUE".
           COPY    "W20SCR-SPA".
       01  FLG-AREA.
           03  FLG-END                             PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-NYUINYYK                        PIC 9(01).
           03  FLG-NYUINYYK-GET                    PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(05).
       01  CNT-AREA.
           03  CNT-PT-BOOKED                       PIC 9(05).
           03  CNT-YYK-WARD                        PIC 9(05).
           03  CNT-ZAIIN                           PIC 9(05).
       01  WRK-AREA.
           03  WRK-MCP-WIDGET                      PIC X(64).
           03  WRK-WIDMSG                          PIC X(70).
           03  WRK-YOTEIYMD                        PIC X(08).
           03  WRK-YYKNUM-X                        PIC X(08).
           03  WRK-YYKNUM-R    REDEFINES   WRK-YYKNUM-X.
               05  WRK-YYKNUM                      PIC 9(08).
           03  WRK-SELF-YYKNUM                     PIC 9(08).
           03  WRK-MAX-YYKNUM                      PIC 9(08).
           03  WRK-RRK-EDYMD                       PIC X(08).
           03  WRK-FCS-BEDSU                       PIC 9(05).
           03  WRK-FCS-ZAISU                       PIC 9(05).
           03  WRK-TRKYMD                          PIC X(08).
           03  WRK-TIME                            PIC X(08).
           COPY  "CPSYSKANRI.INC".
           COPY  "CPSK5002.INC".
           COPY  "CPORCSBDAY.INC".
       01  PTNYUINRRK-REC.
           COPY  "CPPTNYUINRRK.INC".
       01  NYUINYYK-REC.
           COPY  "CPNYUINYYK.INC".
       LINKAGE                     SECTION.
           COPY    "MCPAREA".
           COPY    "ORCA-SPA".
           COPY    "LINKAREA".
       01  SCRAREA.
           COPY    "ORCA101SCRAREA.INC".
       PROCEDURE                   DIVISION    USING
                                               MCPAREA
                                               SPAAREA
                                               LINKAREA
                                               SCRAREA.
       000-PROC-SEC                SECTION.
      *    W24 - PLANNED-ADMISSION RESERVATION BOOK. THE ADMISSION DESK
      *    BOOKS A PATIENT INTO A WARD FOR A PLANNED DATE, WITH THE
      *    ROOM TYPE (5108), SEX CLASS (5109) AND CHARGE CLASS (5113)
      *    ASKED FOR, AND CAN CHANGE OR CANCEL THE BOOKING LATER. THE
      *    PLANNED DATE MUST BE A HOSPITAL BUSINESS DAY (ORCSBDAY) AND
      *    A BOOKING IS REFUSED WHEN THE WARD'S FORECAST FOR THAT DAY
      *    - TODAY'S OCCUPANTS NOT YET PLANNED OUT BY THEN, PLUS THE
      *    BOOKINGS ALREADY TAKEN UP TO THEN - HAS NO BED LEFT, WHICH
      *    IS THE DOUBLE-BOOKING THE PAPER DIARY USED TO ALLOW. THE
      *    SCREEN LISTS EVERY RESERVATION FOR THE PLANNED DATE. A
      *    BOOKING IS CLOSED AS ADMITTED BY THE NIGHTLY FORECAST RUN
      *    ORCE4FCS ONCE THE PATIENT'S STAY APPEARS.
           INITIALIZE                  FLG-AREA
           INITIALIZE                  IDX-AREA
           INITIALIZE                  CNT-AREA
           INITIALIZE                  WRK-AREA
           MOVE    SPA-COMMON      TO  SPA-AREA
           MOVE    SPA-WORK        TO  SPA-W01KYOUTU
           MOVE    SPA-FREE        TO  SPA-W20FREE
           MOVE    SPACE           TO  SPA-ERRCD
           MOVE    ZERO            TO  FLG-END
           EVALUATE    MCP-STATUS  ALSO    MCP-EVENT
           WHEN    "LINK"          ALSO    ANY
                   PERFORM 100-INIT-SEC
           END-EVALUATE.
           IF    ( FLG-END         =   ZERO )
               PERFORM 500-SET-SCREEN
           END-IF
           MOVE    SPA-W20FREE     TO  SPA-FREE
           MOVE    SPA-W01KYOUTU   TO  SPA-WORK
           MOVE    SPA-AREA        TO  SPA-COMMON
           .
           EXIT    PROGRAM
           .
       100-INIT-SEC                SECTION.
           IF    ( SPA-MOTOPG      =   "WERR" )
               PERFORM 5001-MAPCUR-SEC
           ELSE
               PERFORM 300-SCREEN-SEC
               PERFORM 500-GMNHEN-SEC
               IF    ( SPA-ERRCD   NOT =   SPACE )
                   PERFORM 510-ERRSET-SEC
                   GO  TO  100-INIT-EXT
               END-IF
           END-IF
           MOVE    SPACE               TO  LINKAREA
           MOVE    SPACE               TO  MCP-PUTTYPE
           MOVE    "W24    "           TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           MOVE    1                   TO  FLG-END
           .
       100-INIT-EXT.
           EXIT.
       300-SCREEN-SEC              SECTION.
           IF    ( LINKAREA        NOT =   SPACE )
               MOVE    LNK-KYOUTU      TO  SPA-KYOUTU
           END-IF
           IF    ( SPA-MOTOPG      NOT =   "W24" )
      *        FIRST ENTRY FROM THE MENU - SEED THE PLANNED DATE FROM
      *        THE SYSTEM DATE.
               PERFORM 310-SPASET-SEC
           END-IF
           .
       300-SCREEN-EXT.
           EXIT.
       310-SPASET-SEC              SECTION.
           INITIALIZE              SPA-W24-AREA
           MOVE    SPA-SYSYMD      TO  SPA-NAI-W24-YOTEIYMD
                                       SPA-GMN-W24-YOTEIYMD
           MOVE    1               TO  SPA-GMN-W24-CUR
           .
       310-SPASET-EXT.
           EXIT.
       500-SET-SCREEN               SECTION.
           MOVE    SPACE               TO  MCP-PUTTYPE
           MOVE    "W24    "           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           .
       500-SET-SCREEN-EXT.
           EXIT.
       500-GMNHEN-SEC                SECTION.
      *    VALIDATES THE PLANNED DATE, APPLIES ANY STAGED BOOKING /
      *    CHANGE / CANCELLATION, SHOWS A RESERVATION CALLED UP BY ITS
      *    NUMBER, AND REFRESHES THE DAY'S LIST AND THE WARD FORECAST.
           MOVE    SPACE               TO  SPA-ERRCD
           MOVE    SPA-GMN-W24-YOTEIYMD    TO  WRK-YOTEIYMD
           IF    ( WRK-YOTEIYMD        =   SPACE )
               MOVE    "E950:PLANNED DATE IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  500-GMNHEN-EXT
           END-IF
           IF    ( WRK-YOTEIYMD        NOT NUMERIC )
               MOVE    "E951:PLANNED DATE MUST BE YYYYMMDD"
                                       TO  SPA-ERRCD
               GO  TO  500-GMNHEN-EXT
           END-IF
           MOVE    WRK-YOTEIYMD        TO  SPA-NAI-W24-YOTEIYMD
           EVALUATE    SPA-GMN-W24-MODE
           WHEN    "1"
               PERFORM 4800-BOOK-SEC
           WHEN    "2"
               PERFORM 4810-CHANGE-SEC
           WHEN    "3"
               PERFORM 4820-CANCEL-SEC
           WHEN    SPACE
               IF    ( SPA-GMN-W24-YYKNUM  NOT =   SPACE )
                   PERFORM 3101-YYK-GET-SEC
               END-IF
           WHEN    OTHER
               MOVE
            "E953:ENTER 1 BOOK, 2 CHANGE OR 3 CANCEL"
                                       TO  SPA-ERRCD
           END-EVALUATE
           IF    ( SPA-ERRCD           =   SPACE )
               MOVE    SPACE           TO  SPA-GMN-W24-MODE
           END-IF
           PERFORM 3102-YYK-LIST-SEC
           MOVE    ZERO                TO  SPA-GMN-W24-FCS-BEDSU
                                           SPA-GMN-W24-FCS-ZAISU
           IF    ( SPA-GMN-W24-BTUNUM  NOT =   SPACE )
               MOVE    ZERO                TO  WRK-SELF-YYKNUM
               PERFORM 3110-FCS-CALC-SEC
               MOVE    WRK-FCS-BEDSU       TO  SPA-GMN-W24-FCS-BEDSU
               MOVE    WRK-FCS-ZAISU       TO  SPA-GMN-W24-FCS-ZAISU
           END-IF
           .
       500-GMNHEN-EXT.
           EXIT.
       3101-YYK-GET-SEC            SECTION.
      *    CALLS UP THE RESERVATION WHOSE NUMBER IS ON SCREEN AND MOVES
      *    THE SCREEN TO ITS PLANNED DATE, READY FOR A CHANGE OR A
      *    CANCELLATION ON THE NEXT ROUND-TRIP.
           PERFORM 4840-YYK-READ-SEC
           IF    ( SPA-ERRCD           NOT =   SPACE )
               GO  TO  3101-YYK-GET-EXT
           END-IF
           MOVE    NYUINYYK-PTID       TO  SPA-GMN-W24-PTID
           MOVE    NYUINYYK-PTNAME     TO  SPA-GMN-W24-PTNAME
           MOVE    NYUINYYK-BTUNUM     TO  SPA-GMN-W24-BTUNUM
           MOVE    NYUINYYK-BRM-SBT    TO  SPA-GMN-W24-BRM-SBT
           MOVE    NYUINYYK-BRM-SEX    TO  SPA-GMN-W24-BRM-SEX
           MOVE    NYUINYYK-SAGAKU-KBNCD
                                       TO  SPA-GMN-W24-SAGAKU
           MOVE    NYUINYYK-STATUS     TO  SPA-GMN-W24-STATUS
           MOVE    NYUINYYK-YOTEIYMD   TO  SPA-GMN-W24-YOTEIYMD
                                           SPA-NAI-W24-YOTEIYMD
           .
       3101-YYK-GET-EXT.
           EXIT.
       3102-YYK-LIST-SEC           SECTION.
      *    EVERY RESERVATION FOR THE PLANNED DATE, WHATEVER ITS STATUS
      *    - ONLY THOSE FOR THE WARD ON SCREEN WHEN ONE IS ENTERED.
      *    THE "yoteiymd" CURSOR IS ORDERED BY PLANNED DATE AND BOUND
      *    ON ITS START, SO THE WALK STOPS AT THE FIRST LATER DATE.
           INITIALIZE  SPA-GMN-W24-YYKLST-G
           INITIALIZE                  NYUINYYK-REC
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  NYUINYYK-YOTEIYMD
           PERFORM 900-NYUINYYK-SEL-SEC
           PERFORM UNTIL ( FLG-NYUINYYK    =   1 )
                    OR   ( NYUINYYK-YOTEIYMD
                                           >   SPA-NAI-W24-YOTEIYMD )
                    OR   ( SPA-GMN-W24-YYKLST-MAX  >=  50 )
               IF    ( NYUINYYK-YOTEIYMD   =   SPA-NAI-W24-YOTEIYMD )
                AND  (   ( SPA-GMN-W24-BTUNUM  =   SPACE )
                      OR ( SPA-GMN-W24-BTUNUM  =   NYUINYYK-BTUNUM ) )
                   COMPUTE SPA-GMN-W24-YYKLST-MAX
                       =   SPA-GMN-W24-YYKLST-MAX  +   1
                   MOVE    SPA-GMN-W24-YYKLST-MAX
                                       TO  IDX1
                   MOVE    NYUINYYK-YYKNUM
                                       TO  SPA-GMN-W24-YYKNUML   (IDX1)
                   MOVE    NYUINYYK-PTID
                                       TO  SPA-GMN-W24-PTIDL     (IDX1)
                   MOVE    NYUINYYK-PTNAME
                                       TO  SPA-GMN-W24-PTNAMEL   (IDX1)
                   MOVE    NYUINYYK-BTUNUM
                                       TO  SPA-GMN-W24-BTUNUML   (IDX1)
                   MOVE    NYUINYYK-BRM-SBT
                                       TO  SPA-GMN-W24-BRM-SBTL  (IDX1)
                   MOVE    NYUINYYK-BRM-SEX
                                       TO  SPA-GMN-W24-BRM-SEXL  (IDX1)
                   MOVE    NYUINYYK-SAGAKU-KBNCD
                                       TO  SPA-GMN-W24-SAGAKUL   (IDX1)
                   MOVE    NYUINYYK-STATUS
                                       TO  SPA-GMN-W24-STATUSL   (IDX1)
               END-IF
               PERFORM 900-NYUINYYK-FET-SEC
           END-PERFORM
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "yoteiymd"          TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       3102-YYK-LIST-EXT.
           EXIT.
       3110-FCS-CALC-SEC           SECTION.
      *    THE WARD ON SCREEN AS FORECAST FOR THE PLANNED DATE: ITS
      *    BEDS (THE 5002 BEDSU OF ITS ROOMS), AND THE STAYS STILL IN
      *    IT THAT NIGHT - ADMITTED, NOT DISCHARGED AND NOT PLANNED
      *    OUT BY THEN - PLUS THE BOOKINGS FOR IT FROM TODAY UP TO THE
      *    PLANNED DATE, LEAVING OUT THE BOOKING WRK-SELF-YYKNUM BEING
      *    CHANGED. THE SAME PROJECTION THE FORECAST REPORT PRINTS.
           MOVE    ZERO                TO  WRK-FCS-BEDSU
                                           CNT-ZAIIN
           INITIALIZE  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           MOVE    SPA-GMN-W24-BTUNUM  TO  SYS-KBNCD
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY3-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5002-BEDSU      IS  NUMERIC )
                   COMPUTE WRK-FCS-BEDSU   =   WRK-FCS-BEDSU
                                           +   SYS-5002-BEDSU
               END-IF
               PERFORM 900-SYSKANRI-KEY3-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           END-PERFORM
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  WRK-RRK-EDYMD
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-BTUNUM   =   SPA-GMN-W24-BTUNUM )
                AND  ( PTNYUINRRK-NYUINYMD <=  SPA-NAI-W24-YOTEIYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD =   SPACE )
                      OR ( PTNYUINRRK-TAIINYMD
                                           >   SPA-NAI-W24-YOTEIYMD ))
                AND  (   ( PTNYUINRRK-TAIIN-YOTEIYMD   =   SPACE )
                      OR ( PTNYUINRRK-TAIIN-YOTEIYMD
                                           >   SPA-NAI-W24-YOTEIYMD ))
                   COMPUTE CNT-ZAIIN   =   CNT-ZAIIN   +   1
               END-IF
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           PERFORM 4860-YYK-SCAN-SEC
           COMPUTE WRK-FCS-ZAISU   =   CNT-ZAIIN   +   CNT-YYK-WARD
           .
       3110-FCS-CALC-EXT.
           EXIT.
       4800-BOOK-SEC                 SECTION.
      *    TAKES A NEW BOOKING UNDER THE NEXT RESERVATION NUMBER. A
      *    PATIENT MAY HOLD ONLY ONE BOOKED RESERVATION AT A TIME.
           PERFORM 4850-INPUT-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-BOOK-EXT
           END-IF
           MOVE    ZERO                TO  WRK-SELF-YYKNUM
           PERFORM 3110-FCS-CALC-SEC
           IF    ( CNT-PT-BOOKED           >   ZERO )
               MOVE
            "E960:PATIENT ALREADY HAS A BOOKED RESERVATION"
                                       TO  SPA-ERRCD
               GO  TO  4800-BOOK-EXT
           END-IF
           PERFORM 4870-BED-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-BOOK-EXT
           END-IF
           MOVE    SPACE               TO  NYUINYYK-REC
           COMPUTE NYUINYYK-YYKNUM =   WRK-MAX-YYKNUM  +   1
           MOVE    SPA-GMN-W24-PTID    TO  NYUINYYK-PTID
           MOVE    SPA-GMN-W24-PTNAME  TO  NYUINYYK-PTNAME
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  NYUINYYK-YOTEIYMD
           MOVE    SPA-GMN-W24-BTUNUM  TO  NYUINYYK-BTUNUM
           MOVE    SPA-GMN-W24-BRM-SBT TO  NYUINYYK-BRM-SBT
           MOVE    SPA-GMN-W24-BRM-SEX TO  NYUINYYK-BRM-SEX
           MOVE    SPA-GMN-W24-SAGAKU  TO  NYUINYYK-SAGAKU-KBNCD
           MOVE    "1"                 TO  NYUINYYK-STATUS
           MOVE    ZERO                TO  NYUINYYK-NYUIN-SEQNO
           MOVE    SPA-SYSYMD          TO  NYUINYYK-UKEYMD
           MOVE    SPA-OPID            TO  NYUINYYK-OPID
           PERFORM 900-NYUINYYK-INS-SEC
           IF    ( FLG-NYUINYYK        NOT =   ZERO )
               MOVE
            "E962:RESERVATION WRITE FAILED"
                                       TO  SPA-ERRCD
               GO  TO  4800-BOOK-EXT
           END-IF
           MOVE    NYUINYYK-YYKNUM     TO  WRK-YYKNUM
           MOVE    WRK-YYKNUM-X        TO  SPA-GMN-W24-YYKNUM
           MOVE    NYUINYYK-STATUS     TO  SPA-GMN-W24-STATUS
           .
       4800-BOOK-EXT.
           EXIT.
       4810-CHANGE-SEC               SECTION.
      *    RE-BOOKS A RESERVATION STILL BOOKED WITH THE DATE, WARD AND
      *    CLASSES NOW ON SCREEN. THE BOOKING ITSELF IS LEFT OUT OF
      *    THE FORECAST IT IS CHECKED AGAINST, SO MOVING A BOOKING
      *    WITHIN THE SAME WARD IS NOT REFUSED FOR ITS OWN BED.
           PERFORM 4840-YYK-READ-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-CHANGE-EXT
           END-IF
           PERFORM 4845-BOOKED-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-CHANGE-EXT
           END-IF
           PERFORM 4850-INPUT-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-CHANGE-EXT
           END-IF
           MOVE    NYUINYYK-YYKNUM     TO  WRK-SELF-YYKNUM
           PERFORM 3110-FCS-CALC-SEC
           IF    ( CNT-PT-BOOKED           >   ZERO )
               MOVE
            "E960:PATIENT ALREADY HAS A BOOKED RESERVATION"
                                       TO  SPA-ERRCD
               GO  TO  4810-CHANGE-EXT
           END-IF
           PERFORM 4870-BED-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-CHANGE-EXT
           END-IF
      *    3110-FCS-CALC-SEC WALKED THE RESERVATIONS THROUGH
      *    NYUINYYK-REC, SO THE ROW IS READ AGAIN BEFORE IT IS CHANGED.
           PERFORM 4840-YYK-READ-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-CHANGE-EXT
           END-IF
           MOVE    SPA-GMN-W24-PTID    TO  NYUINYYK-PTID
           MOVE    SPA-GMN-W24-PTNAME  TO  NYUINYYK-PTNAME
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  NYUINYYK-YOTEIYMD
           MOVE    SPA-GMN-W24-BTUNUM  TO  NYUINYYK-BTUNUM
           MOVE    SPA-GMN-W24-BRM-SBT TO  NYUINYYK-BRM-SBT
           MOVE    SPA-GMN-W24-BRM-SEX TO  NYUINYYK-BRM-SEX
           MOVE    SPA-GMN-W24-SAGAKU  TO  NYUINYYK-SAGAKU-KBNCD
           PERFORM 900-NYUINYYK-UPD-SEC
           IF    ( FLG-NYUINYYK        NOT =   ZERO )
               MOVE
            "E962:RESERVATION WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4810-CHANGE-EXT.
           EXIT.
       4820-CANCEL-SEC               SECTION.
      *    CANCELS A RESERVATION STILL BOOKED. THE ROW IS KEPT WITH
      *    STATUS "3" SO THE LAPSED-BOOKING LIST CAN SHOW IT.
           PERFORM 4840-YYK-READ-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4820-CANCEL-EXT
           END-IF
           PERFORM 4845-BOOKED-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4820-CANCEL-EXT
           END-IF
           MOVE    "3"                 TO  NYUINYYK-STATUS
           PERFORM 900-NYUINYYK-UPD-SEC
           IF    ( FLG-NYUINYYK        NOT =   ZERO )
               MOVE
            "E962:RESERVATION WRITE FAILED"
                                       TO  SPA-ERRCD
               GO  TO  4820-CANCEL-EXT
           END-IF
           MOVE    NYUINYYK-STATUS     TO  SPA-GMN-W24-STATUS
           .
       4820-CANCEL-EXT.
           EXIT.
       4840-YYK-READ-SEC             SECTION.
      *    READS THE RESERVATION WHOSE NUMBER IS ON SCREEN INTO
      *    NYUINYYK-REC.
           MOVE    SPA-GMN-W24-YYKNUM  TO  WRK-YYKNUM-X
           IF    ( WRK-YYKNUM-X        =   SPACE )
               MOVE
            "E963:RESERVATION NUMBER IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4840-YYK-READ-EXT
           END-IF
           INSPECT WRK-YYKNUM-X
                   REPLACING   LEADING SPACE   BY  "0"
           IF    ( WRK-YYKNUM-X        NOT NUMERIC )
               MOVE
            "E964:RESERVATION NOT FOUND"
                                       TO  SPA-ERRCD
               GO  TO  4840-YYK-READ-EXT
           END-IF
           MOVE    SPACE               TO  NYUINYYK-REC
           MOVE    WRK-YYKNUM          TO  NYUINYYK-YYKNUM
           PERFORM 900-NYUINYYK-KEY-SEL-SEC
           IF    ( FLG-NYUINYYK-GET    NOT =   ZERO )
               MOVE
            "E964:RESERVATION NOT FOUND"
                                       TO  SPA-ERRCD
           END-IF
           .
       4840-YYK-READ-EXT.
           EXIT.
       4845-BOOKED-CHK-SEC           SECTION.
           IF    ( NYUINYYK-STATUS     NOT =   "1" )
               MOVE
            "E965:ONLY A BOOKED RESERVATION CAN BE CHANGED OR CANCELLED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4845-BOOKED-CHK-EXT.
           EXIT.
       4850-INPUT-CHK-SEC            SECTION.
      *    THE PLANNED DATE MUST BE TODAY OR LATER AND A HOSPITAL
      *    BUSINESS DAY; THE WARD AND EVERY CLASS ASKED FOR MUST BE ON
      *    ITS MASTER FOR THAT DATE.
           IF    ( SPA-GMN-W24-PTID        =   SPACE )
            OR   ( SPA-GMN-W24-PTNAME      =   SPACE )
               MOVE
            "E954:PATIENT ID AND NAME ARE REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           IF    ( SPA-NAI-W24-YOTEIYMD    <   SPA-SYSYMD )
               MOVE
            "E955:PLANNED DATE IS IN THE PAST"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           MOVE    "C"                 TO  ORCSBDAY-REQKBN
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  ORCSBDAY-IN-YMD
           CALL    "ORCSBDAY"          USING   CPORCSBDAY-AREA
           IF    ( ORCSBDAY-RET        =   9 )
               MOVE
            "E951:PLANNED DATE MUST BE YYYYMMDD"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           IF    ( ORCSBDAY-RET        NOT =   ZERO )
               MOVE
            "E952:PLANNED DATE IS NOT A BUSINESS DAY"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           IF    ( SPA-GMN-W24-BTUNUM      =   SPACE )
               MOVE
            "E956:WARD NOT ON 5001 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    SPA-GMN-W24-BTUNUM  TO  SYS-KBNCD
           MOVE    SPA-NAI-W24-YOTEIYMD    TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI            NOT =   ZERO )
               MOVE
            "E956:WARD NOT ON 5001 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
               GO  TO  4850-INPUT-CHK-EXT
           END-IF
           IF    ( SPA-GMN-W24-BRM-SBT     NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5108"              TO  SYS-KANRICD
               MOVE    SPA-GMN-W24-BRM-SBT TO  SYS-KBNCD
               MOVE    SPA-NAI-W24-YOTEIYMD    TO  SYS-STYUKYMD
                                                   SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               IF    ( FLG-SYSKANRI            NOT =   ZERO )
                   MOVE
            "E957:ROOM TYPE NOT ON 5108 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
                   GO  TO  4850-INPUT-CHK-EXT
               END-IF
           END-IF
           IF    ( SPA-GMN-W24-BRM-SEX     NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5109"              TO  SYS-KANRICD
               MOVE    SPA-GMN-W24-BRM-SEX TO  SYS-KBNCD
               MOVE    SPA-NAI-W24-YOTEIYMD    TO  SYS-STYUKYMD
                                                   SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               IF    ( FLG-SYSKANRI            NOT =   ZERO )
                   MOVE
            "E958:SEX CLASS NOT ON 5109 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
                   GO  TO  4850-INPUT-CHK-EXT
               END-IF
           END-IF
           IF    ( SPA-GMN-W24-SAGAKU      NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5113"              TO  SYS-KANRICD
               MOVE    SPA-GMN-W24-SAGAKU  TO  SYS-KBNCD
               MOVE    SPA-NAI-W24-YOTEIYMD    TO  SYS-STYUKYMD
                                                   SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               IF    ( FLG-SYSKANRI            NOT =   ZERO )
                   MOVE
            "E959:CHARGE CLASS NOT ON 5113 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
                   GO  TO  4850-INPUT-CHK-EXT
               END-IF
           END-IF
           .
       4850-INPUT-CHK-EXT.
           EXIT.
       4860-YYK-SCAN-SEC             SECTION.
      *    ONE PASS OVER EVERY RESERVATION: THE HIGHEST NUMBER GIVES
      *    THE NEXT BOOKING ITS NUMBER, AND AMONG THE ROWS STILL
      *    BOOKED (OTHER THAN WRK-SELF-YYKNUM) THOSE OF THE PATIENT ON
      *    SCREEN AND THOSE FOR THE WARD ON SCREEN FROM TODAY UP TO
      *    THE PLANNED DATE ARE COUNTED. THERE IS NO ACCESS PATH BY
      *    NUMBER ORDER, SO THE "yoteiymd" CURSOR IS WALKED FROM THE
      *    START.
           MOVE    ZERO                TO  WRK-MAX-YYKNUM
                                           CNT-PT-BOOKED
                                           CNT-YYK-WARD
           INITIALIZE                  NYUINYYK-REC
           MOVE    "00000000"          TO  NYUINYYK-YOTEIYMD
           PERFORM 900-NYUINYYK-SEL-SEC
           PERFORM UNTIL ( FLG-NYUINYYK    =   1 )
               IF    ( NYUINYYK-YYKNUM     >   WRK-MAX-YYKNUM )
                   MOVE    NYUINYYK-YYKNUM     TO  WRK-MAX-YYKNUM
               END-IF
               IF    ( NYUINYYK-STATUS     =   "1" )
                AND  ( NYUINYYK-YYKNUM     NOT =   WRK-SELF-YYKNUM )
                   IF    ( NYUINYYK-PTID       =   SPA-GMN-W24-PTID )
                       COMPUTE CNT-PT-BOOKED
                           =   CNT-PT-BOOKED   +   1
                   END-IF
                   IF    ( NYUINYYK-BTUNUM     =   SPA-GMN-W24-BTUNUM )
                    AND  ( NYUINYYK-YOTEIYMD   >=  SPA-SYSYMD )
                    AND  ( NYUINYYK-YOTEIYMD
                                           <=  SPA-NAI-W24-YOTEIYMD )
                       COMPUTE CNT-YYK-WARD
                           =   CNT-YYK-WARD    +   1
                   END-IF
               END-IF
               PERFORM 900-NYUINYYK-FET-SEC
           END-PERFORM
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "yoteiymd"          TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       4860-YYK-SCAN-EXT.
           EXIT.
       4870-BED-CHK-SEC              SECTION.
      *    THE BOOKING MUST FIT UNDER THE WARD'S BEDS ON THE FORECAST
      *    3110-FCS-CALC-SEC LEFT. A WARD WITH NO BED COUNT KEYED ON
      *    ANY ROOM IS NOT CAPACITY-CHECKED, AS ON W23.
           IF    ( WRK-FCS-BEDSU       =   ZERO )
               GO  TO  4870-BED-CHK-EXT
           END-IF
           IF    ( WRK-FCS-ZAISU + 1   >   WRK-FCS-BEDSU )
               MOVE
            "E961:WARD HAS NO FREE BED FORECAST FOR THAT DATE"
                                       TO  SPA-ERRCD
           END-IF
           .
       4870-BED-CHK-EXT.
           EXIT.
       510-ERRSET-SEC                SECTION.
           MOVE    SPA-ERRCD           TO  WRK-WIDMSG
           MOVE    "ERRAREA "          TO  WRK-MCP-WIDGET
           .
       510-ERRSET-EXT.
           EXIT.
       5001-MAPCUR-SEC               SECTION.
      *    REPOSITIONS THE CURSOR ON THE FIELD THAT RAISED AN ERROR ON
      *    THE PRIOR ROUND-TRIP.
           MOVE    SPA-GMN-W24-CUR     TO  MCP-WIDGET
           .
       5001-MAPCUR-EXT.
           EXIT.
       900-PUT-WINDOW                SECTION.
      *    HANDS THE STAGED WIDGET/VALUE PAIR BACK TO THE PANEL
      *    MANAGER - THE SCREEN CONTENT ITSELF (SPA-W24-AREA) TRAVELS
      *    BACK TO THE CALLER THROUGH SPAAREA ON EXIT PROGRAM.
           MOVE    WRK-MCP-WIDGET      TO  SCR-WIDGET
           MOVE    WRK-WIDMSG          TO  SCR-FLD-VAL
           .
       900-PUT-WINDOW-EXT.
           EXIT.
       900-SYSKANRI-KEY3-SEL-SEC     SECTION.
      *    "KEY3" IS THE GENERIC THREE-FIELD (KANRICD + KBNCD +
      *    DATE-RANGE) CURSOR ACCESS PATH - HERE THE 5002 ROOMS OF
      *    THE WARD ON SCREEN.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
           PERFORM 900-SYSKANRI-KEY3-FET-SEC
           .
       900-SYSKANRI-KEY3-SEL-EXT.
           EXIT.
       900-SYSKANRI-KEY3-FET-SEC     SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           .
       900-SYSKANRI-KEY3-FET-EXT.
           EXIT.
       900-SYSKANRI-KEY10-SEL-SEC    SECTION.
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
       900-PTNYUINRRK-SEL-SEC        SECTION.
      *    CURSOR OVER tbl_ptnyuinrrk ORDERED BY WARD THEN SEQNO - THE
      *    BIND FIELDS TAKE THE ADMISSION-DATE WINDOW, HERE EVERYTHING
      *    ADMITTED UP TO AND INCLUDING WRK-RRK-EDYMD.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           MOVE    "00000000"          TO  PTNYUINRRK-NYUINYMD
           MOVE    WRK-RRK-EDYMD       TO  PTNYUINRRK-TAIINYMD
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-FET-SEC
           .
       900-PTNYUINRRK-SEL-EXT.
           EXIT.
       900-PTNYUINRRK-FET-SEC        SECTION.
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
      *    "key1" IS THE PRIMARY ACCESS PATH OF tbl_nyuinyyk, KEYED BY
      *    THE RESERVATION NUMBER.
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
       900-NYUINYYK-INS-SEC          SECTION.
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TRKYMD          TO  NYUINYYK-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  NYUINYYK-TRKHMS
           MOVE    ZERO                TO  FLG-NYUINYYK
           MOVE    "tbl_nyuinyyk"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               NYUINYYK-REC
                                               FLG-NYUINYYK
           .
       900-NYUINYYK-INS-EXT.
           EXIT.
       900-NYUINYYK-UPD-SEC          SECTION.
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TRKYMD          TO  NYUINYYK-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  NYUINYYK-TRKHMS
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
       910-DBCLOSECURSOR-SEC         SECTION.
      *    GENERIC CURSOR-CLOSE, CALLED AFTER ANY 900-xxxx-SEL-SEC
      *    LOOP HAS RUN TO COMPLETION. MCP-TABLE/MCP-PATHNAME IDENTIFY
      *    WHICH CURSOR TO CLOSE AND MUST BE SET BY THE CALLER
      *    IMMEDIATELY BEFORE THIS IS PERFORMED.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
