       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                               ORCGW23.
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
           03  FLG-PTNYUIDO                        PIC 9(01).
           03  FLG-PTNYUIDO-GET                    PIC 9(01).
           03  FLG-STAY-COVER                      PIC 9(01).
           03  FLG-BEDSU                           PIC 9(01).
           03  FLG-MOVE-AFTER                      PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(05).
       01  CNT-AREA.
           03  CNT-OPEN                            PIC 9(05).
           03  CNT-ZAIIN                           PIC 9(05).
       01  WRK-AREA.
           03  WRK-MCP-WIDGET                      PIC X(64).
           03  WRK-WIDMSG                          PIC X(70).
           03  WRK-IDOYMD                          PIC X(08).
           03  WRK-IDOHM                           PIC X(04).
           03  WRK-IDOHM-R     REDEFINES   WRK-IDOHM.
               05  WRK-IDOHM-HH                    PIC 9(02).
               05  WRK-IDOHM-MM                    PIC 9(02).
           03  WRK-RRK-EDYMD                       PIC X(08).
           03  WRK-MAX-SEQNO                       PIC 9(08).
           03  WRK-NEW-SEQNO                       PIC 9(08).
           03  WRK-BEDSU                           PIC 9(03).
           03  WRK-STAY-REC                        PIC X(144).
           03  WRK-HEN-SAGAKU-Z9                   PIC ZZZZZ9.
           03  WRK-TRKYMD                          PIC X(08).
           03  WRK-TIME                            PIC X(08).
           COPY  "CPSYSKANRI.INC".
           COPY  "CPSK5001.INC".
           COPY  "CPSK5002.INC".
           COPY  "CPSK5111.INC".
           COPY  "CPSK5113.INC".
           COPY  "CPORCSBRMHIS.INC".
           COPY  "CPORCSBRMSAG.INC".
       01  PTNYUINRRK-REC.
           COPY  "CPPTNYUINRRK.INC".
       01  PTNYUIDO-REC.
           COPY  "CPPTNYUIDO.INC".
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
      *    W23 - ADMISSION / ROOM TRANSFER / DISCHARGE ENTRY. LETS THE
      *    WARD CLERK RECORD A MOVE WHEN THE FLOOR BED-MANAGEMENT
      *    SYSTEM IS DOWN: AN ADMISSION OPENS A NEW PTNYUINRRK STAY, A
      *    TRANSFER MOVES THE OPEN STAY TO ANOTHER ROOM, A DISCHARGE
      *    CLOSES IT, AND A PLANNED DISCHARGE ONLY NOTES THE EXPECTED
      *    DATE ON THE OPEN STAY FOR THE BED FORECAST (ORCE4FCS).
      *    THE WARD AND ROOM ARE CHECKED AGAINST THE 5001 /
      *    5002 MASTERS AS OF THE MOVEMENT DATE AND A ROOM ALREADY AT
      *    ITS BED COUNT THAT NIGHT IS REFUSED. EVERY ACCEPTED
      *    ADMISSION OR TRANSFER WRITES THE SAME PTNYUIDO MOVEMENT ROWS
      *    ORCC3LOD WRITES FOR THE BEDTRN FEED, SO THE CENSUS, THE
      *    MOVEMENT LIST AND THE SAGAKU BILLING SEE A MOVE KEYED HERE
      *    EXACTLY LIKE ONE THAT CAME IN ON THE FEED. THE ROOM'S
      *    DIFFERENTIAL-BED CLASS IS SHOWN THROUGH ORCSBRMSAG.
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
           MOVE    "W23    "           TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           MOVE    1                   TO  FLG-END
           .
       100-INIT-EXT.
           EXIT.
       300-SCREEN-SEC              SECTION.
           IF    ( LINKAREA        NOT =   SPACE )
               MOVE    LNK-KYOUTU      TO  SPA-KYOUTU
           END-IF
           IF    ( SPA-MOTOPG      NOT =   "W23" )
      *        FIRST ENTRY FROM THE MENU - SEED THE MOVEMENT DATE FROM
      *        THE SYSTEM DATE AND BUILD THE INITIAL LISTS.
               PERFORM 310-SPASET-SEC
           END-IF
           .
       300-SCREEN-EXT.
           EXIT.
       310-SPASET-SEC              SECTION.
           INITIALIZE              SPA-W23-AREA
           MOVE    SPA-SYSYMD      TO  SPA-NAI-W23-IDOYMD
                                       SPA-GMN-W23-IDOYMD
           MOVE    1               TO  SPA-GMN-W23-CUR
           .
       310-SPASET-EXT.
           EXIT.
       500-SET-SCREEN               SECTION.
           MOVE    SPACE               TO  MCP-PUTTYPE
           MOVE    "W23    "           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           .
       500-SET-SCREEN-EXT.
           EXIT.
       500-GMNHEN-SEC                SECTION.
      *    VALIDATES THE MOVEMENT DATE ENTERED ON THE SCREEN, APPLIES
      *    ANY STAGED ADMISSION / TRANSFER / DISCHARGE AND REFRESHES
      *    THE PATIENT'S STAY, THE ROOM'S CHARGE CLASS AND THE LISTS.
           MOVE    SPACE               TO  SPA-ERRCD
           MOVE    SPA-GMN-W23-IDOYMD  TO  WRK-IDOYMD
           IF    ( WRK-IDOYMD          =   SPACE )
               MOVE    "E930:MOVEMENT DATE IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  500-GMNHEN-EXT
           END-IF
           MOVE    WRK-IDOYMD          TO  SPA-NAI-W23-IDOYMD
      *    THE CLOCK TIME IS OPTIONAL - LEFT BLANK, THE STAY ROW KEEPS
      *    NO TIME AND THE MEAL FEED FALLS BACK TO ITS DEFAULT.
           MOVE    SPA-GMN-W23-IDOHM   TO  WRK-IDOHM
           IF    ( WRK-IDOHM           NOT =   SPACE )
               IF    ( WRK-IDOHM           NOT NUMERIC )
                   MOVE    "E948:MOVEMENT TIME MUST BE HHMM"
                                       TO  SPA-ERRCD
                   GO  TO  500-GMNHEN-EXT
               END-IF
               IF    ( WRK-IDOHM-HH        >   23 )
                OR   ( WRK-IDOHM-MM        >   59 )
                   MOVE    "E948:MOVEMENT TIME MUST BE HHMM"
                                       TO  SPA-ERRCD
                   GO  TO  500-GMNHEN-EXT
               END-IF
           END-IF
           MOVE    WRK-IDOHM           TO  SPA-NAI-W23-IDOHM
           IF    ( SPA-GMN-W23-PTID    NOT =   SPACE )
               PERFORM 3101-PTSTAY-GET-SEC
           END-IF
           EVALUATE    SPA-GMN-W23-MODE
           WHEN    "1"
               PERFORM 4800-ADM-SEC
           WHEN    "2"
               PERFORM 4810-TRN-SEC
           WHEN    "3"
               PERFORM 4820-DSC-SEC
           WHEN    "4"
               PERFORM 4830-PLAN-SEC
           WHEN    SPACE
               CONTINUE
           WHEN    OTHER
               MOVE
            "E947:ENTER 1 ADMIT, 2 MOVE, 3 DISCHARGE, 4 PLANNED DISCH"
                                       TO  SPA-ERRCD
           END-EVALUATE
           IF    ( SPA-ERRCD           =   SPACE )
               IF    ( SPA-GMN-W23-MODE    NOT =   SPACE )
                AND  ( SPA-GMN-W23-PTID    NOT =   SPACE )
      *            THE STAY ON SCREEN IS SHOWN AS JUST WRITTEN.
                   PERFORM 3101-PTSTAY-GET-SEC
               END-IF
               MOVE    SPACE           TO  SPA-GMN-W23-MODE
           END-IF
           PERFORM 3101-SYS-5001-GET-SEC
           IF    ( SPA-GMN-W23-BTUNUM  NOT =   SPACE )
               PERFORM 3101-SYS-5002-GET-SEC
               PERFORM 3102-BRM-ZAIIN-SEC
           END-IF
           PERFORM 4860-SAGAKU-SHOW-SEC
           .
       500-GMNHEN-EXT.
           EXIT.
       3101-PTSTAY-GET-SEC         SECTION.
      *    EVERY STAY OF THE PATIENT ON SCREEN. THE OPEN ONE (NO
      *    DISCHARGE DATE) IS SHOWN AND KEPT IN WRK-STAY-REC FOR A
      *    TRANSFER OR DISCHARGE, THE HIGHEST SEQNO GIVES THE NEXT
      *    ADMISSION ITS NUMBER, AND A CLOSED STAY STILL RUNNING ON THE
      *    MOVEMENT DATE OR ADMITTED AFTER IT STOPS A BACK-DATED
      *    ADMISSION FROM OVERLAPPING IT. THERE IS NO ACCESS PATH BY
      *    PTID ALONE, SO THE WHOLE "btunumseq" CURSOR IS WALKED AND
      *    THE PATIENT PICKED OUT HERE.
           INITIALIZE                  SPA-GMN-W23-STAY-G
           MOVE    SPACE               TO  WRK-STAY-REC
           MOVE    ZERO                TO  CNT-OPEN
                                           WRK-MAX-SEQNO
                                           FLG-STAY-COVER
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    "99999999"          TO  WRK-RRK-EDYMD
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-PTID     =   SPA-GMN-W23-PTID )
                   PERFORM 3111-PTSTAY-ONE-SEC
               END-IF
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       3101-PTSTAY-GET-EXT.
           EXIT.
       3111-PTSTAY-ONE-SEC         SECTION.
           IF    ( PTNYUINRRK-SEQNO    >   WRK-MAX-SEQNO )
               MOVE    PTNYUINRRK-SEQNO    TO  WRK-MAX-SEQNO
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD =   SPACE )
               COMPUTE CNT-OPEN    =   CNT-OPEN    +   1
               MOVE    PTNYUINRRK-REC      TO  WRK-STAY-REC
               MOVE    PTNYUINRRK-SEQNO    TO  SPA-GMN-W23-STAY-SEQNO
               MOVE    PTNYUINRRK-NYUINYMD TO
                                           SPA-GMN-W23-STAY-NYUINYMD
               MOVE    PTNYUINRRK-TAIINYMD TO
                                           SPA-GMN-W23-STAY-TAIINYMD
               MOVE    PTNYUINRRK-NYUINHM  TO
                                           SPA-GMN-W23-STAY-NYUINHM
               MOVE    PTNYUINRRK-TAIIN-YOTEIYMD   TO
                                           SPA-GMN-W23-STAY-YOTEIYMD
               MOVE    PTNYUINRRK-BTUNUM   TO  SPA-GMN-W23-STAY-BTUNUM
               MOVE    PTNYUINRRK-BRMNUM   TO  SPA-GMN-W23-STAY-BRMNUM
               MOVE    PTNYUINRRK-TOKNYUIN TO
                                           SPA-GMN-W23-STAY-TOKNYUIN
               IF    ( SPA-GMN-W23-PTNAME  =   SPACE )
                   MOVE    PTNYUINRRK-PTNAME   TO  SPA-GMN-W23-PTNAME
               END-IF
           ELSE
               IF    ( PTNYUINRRK-NYUINYMD <=  SPA-NAI-W23-IDOYMD )
                AND  ( PTNYUINRRK-TAIINYMD >   SPA-NAI-W23-IDOYMD )
                   MOVE    1               TO  FLG-STAY-COVER
               END-IF
      *        A NEW STAY IS OPEN-ENDED, SO A CLOSED STAY ADMITTED
      *        AFTER THE DATE WOULD FALL INSIDE IT AS WELL.
               IF    ( PTNYUINRRK-NYUINYMD >   SPA-NAI-W23-IDOYMD )
                   MOVE    1               TO  FLG-STAY-COVER
               END-IF
           END-IF
           .
       3111-PTSTAY-ONE-EXT.
           EXIT.
       3101-SYS-5001-GET-SEC       SECTION.
           INITIALIZE  SPA-GMN-W23-BTUNUMLST-G
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"          TO  SYS-KANRICD
           MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                       SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY2-SEL-SEC
           MOVE    SYSKANRI-REC    TO  SYS-5001-REC
           PERFORM UNTIL ( FLG-SYSKANRI        NOT =   ZERO )
                    OR   ( SPA-GMN-W23-BTUNUM-MAX >=   50 )
               COMPUTE SPA-GMN-W23-BTUNUM-MAX
                   =   SPA-GMN-W23-BTUNUM-MAX  +   1
               MOVE    SPA-GMN-W23-BTUNUM-MAX
                                   TO  IDX1
               MOVE    SYS-5001-KBNCD
                                   TO  SPA-GMN-W23-BTUNUML (IDX1)
               MOVE    SYS-5001-BTU-NAME
                                   TO  SPA-GMN-W23-BTUNUMMEIL    (IDX1)
               PERFORM 900-SYSKANRI-KEY2-FET-SEC
               MOVE    SYSKANRI-REC    TO  SYS-5001-REC
           END-PERFORM
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       3101-SYS-5001-GET-EXT.
           EXIT.
       3101-SYS-5002-GET-SEC       SECTION.
      *    THE ROOMS OF THE WARD ON SCREEN ACTIVE ON THE MOVEMENT DATE,
      *    WITH THEIR BED COUNT AND CHARGE CLASS. A BED COUNT NEVER
      *    KEYED (SPACES ON OLD ROWS) SHOWS AS ZERO, AS ON THE CENSUS.
           INITIALIZE  SPA-GMN-W23-BRMLST-G
           INITIALIZE  SYSKANRI-REC
           MOVE    "5002"          TO  SYS-KANRICD
           MOVE    SPA-GMN-W23-BTUNUM  TO  SYS-KBNCD
           MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY3-SEL-SEC
           MOVE    SYSKANRI-REC    TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
                    OR   ( SPA-GMN-W23-BRMLST-MAX >= 50 )
               COMPUTE SPA-GMN-W23-BRMLST-MAX
                   =   SPA-GMN-W23-BRMLST-MAX  +   1
               MOVE    SPA-GMN-W23-BRMLST-MAX
                                   TO  IDX1
               MOVE    SYS-5002-BRMNUM
                                   TO  SPA-GMN-W23-BRMNUML   (IDX1)
               MOVE    SYS-5002-BRM-NAME
                                   TO  SPA-GMN-W23-BRMNUMMEIL(IDX1)
               IF    ( SYS-5002-BEDSU      IS  NUMERIC )
                   MOVE    SYS-5002-BEDSU
                                   TO  SPA-GMN-W23-BEDSUL    (IDX1)
               ELSE
                   MOVE    ZERO    TO  SPA-GMN-W23-BEDSUL    (IDX1)
               END-IF
               MOVE    ZERO        TO  SPA-GMN-W23-ZAIINL    (IDX1)
               MOVE    SYS-5002-SAGAKU-KBNCD
                                   TO  SPA-GMN-W23-BRM-SAGAKUL
                                                             (IDX1)
               PERFORM 900-SYSKANRI-KEY3-FET-SEC
               MOVE    SYSKANRI-REC    TO  SYS-5002-REC
           END-PERFORM
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       3101-SYS-5002-GET-EXT.
           EXIT.
       3102-BRM-ZAIIN-SEC          SECTION.
      *    OCCUPANTS OF EACH LISTED ROOM AT MIDNIGHT OF THE MOVEMENT
      *    DATE - THE SAME PRESENCE RULE AND THE SAME ORCSBRMHIS ROOM
      *    RESOLUTION THE CENSUS COUNTS BY.
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-NAI-W23-IDOYMD  TO  WRK-RRK-EDYMD
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD <=  SPA-NAI-W23-IDOYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD >  SPA-NAI-W23-IDOYMD ))
                   PERFORM 3112-BRM-ZAIIN-ADD-SEC
               END-IF
      *        3112-BRM-ZAIIN-ADD-SEC CALLS ORCSBRMHIS, WHICH LEAVES
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
       3102-BRM-ZAIIN-EXT.
           EXIT.
       3112-BRM-ZAIIN-ADD-SEC      SECTION.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           IF    ( ORCSBRMHIS-OUT-BTUNUM   NOT =   SPA-GMN-W23-BTUNUM )
               GO  TO  3112-BRM-ZAIIN-ADD-EXT
           END-IF
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   SPA-GMN-W23-BRMLST-MAX )
               IF    ( SPA-GMN-W23-BRMNUML (IDX1)
                                       =   ORCSBRMHIS-OUT-BRMNUM )
                   COMPUTE SPA-GMN-W23-ZAIINL (IDX1)
                       =   SPA-GMN-W23-ZAIINL (IDX1)   +   1
               END-IF
           END-PERFORM
           .
       3112-BRM-ZAIIN-ADD-EXT.
           EXIT.
       4800-ADM-SEC                  SECTION.
      *    OPENS A NEW STAY. THE PATIENT MAY NOT ALREADY HOLD AN OPEN
      *    STAY OR ONE THAT RUNS OVER THE ADMISSION DATE, NOR A CLOSED
      *    STAY ADMITTED AFTER IT - THE NEW STAY IS OPEN-ENDED AND
      *    WOULD RUN OVER THAT ONE, SO A BACK-DATED ADMISSION CAN ONLY
      *    BE KEYED AFTER THE PATIENT'S LATEST STAY. THE NEW STAY
      *    TAKES THE PATIENT'S NEXT SEQNO, AND ITS INITIAL-ADMISSION
      *    MOVEMENT ROW IS WRITTEN BEFORE THE STAY ROW - THE ORDER
      *    ORCC3LOD KEEPS, SO A FAILURE BETWEEN THE TWO NEVER LEAVES A
      *    STAY WHOSE ROOM THE HISTORY DOES NOT KNOW.
           IF    ( SPA-GMN-W23-PTID        =   SPACE )
            OR   ( SPA-GMN-W23-PTNAME      =   SPACE )
            OR   ( SPA-GMN-W23-BTUNUM      =   SPACE )
            OR   ( SPA-GMN-W23-BRMNUM      =   SPACE )
               MOVE
            "E931:PATIENT, NAME, WARD AND ROOM ARE REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4800-ADM-EXT
           END-IF
           IF    ( CNT-OPEN                >   ZERO )
               MOVE
            "E932:PATIENT ALREADY HAS AN OPEN STAY"
                                       TO  SPA-ERRCD
               GO  TO  4800-ADM-EXT
           END-IF
           IF    ( FLG-STAY-COVER          =   1 )
               MOVE
            "E933:PATIENT IS ALREADY ADMITTED ON OR AFTER THAT DATE"
                                       TO  SPA-ERRCD
               GO  TO  4800-ADM-EXT
           END-IF
           PERFORM 4850-ROOM-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-ADM-EXT
           END-IF
           IF    ( SPA-GMN-W23-TOKNYUIN    NOT =   SPACE )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5111"              TO  SYS-KANRICD
               MOVE    SPA-GMN-W23-TOKNYUIN
                                           TO  SYS-KBNCD
               MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               IF    ( FLG-SYSKANRI        NOT =   ZERO )
                   MOVE
            "E937:TOKNYUIN CATEGORY NOT ON 5111 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
                   GO  TO  4800-ADM-EXT
               END-IF
           END-IF
           COMPUTE WRK-NEW-SEQNO   =   WRK-MAX-SEQNO   +   1
           MOVE    SPACE               TO  PTNYUIDO-REC
           MOVE    SPA-GMN-W23-PTID    TO  PTNYUIDO-PTID
           MOVE    WRK-NEW-SEQNO       TO  PTNYUIDO-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUIDO-IDOYMD
           MOVE    "1"                 TO  PTNYUIDO-IDOKBN
           MOVE    SPA-GMN-W23-BTUNUM  TO  PTNYUIDO-BTUNUM
           MOVE    SPA-GMN-W23-BRMNUM  TO  PTNYUIDO-BRMNUM
           PERFORM 900-PTNYUIDO-INS-SEC
           IF    ( FLG-PTNYUIDO        NOT =   ZERO )
               MOVE
            "E944:MOVEMENT HISTORY WRITE FAILED"
                                       TO  SPA-ERRCD
               GO  TO  4800-ADM-EXT
           END-IF
           MOVE    SPACE               TO  PTNYUINRRK-REC
           MOVE    SPA-GMN-W23-PTID    TO  PTNYUINRRK-PTID
           MOVE    SPA-GMN-W23-PTNAME  TO  PTNYUINRRK-PTNAME
           MOVE    SPA-GMN-W23-BTUNUM  TO  PTNYUINRRK-BTUNUM
           MOVE    SPA-GMN-W23-BRMNUM  TO  PTNYUINRRK-BRMNUM
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUINRRK-NYUINYMD
           MOVE    SPA-NAI-W23-IDOHM   TO  PTNYUINRRK-NYUINHM
           MOVE    SPA-GMN-W23-TOKNYUIN
                                       TO  PTNYUINRRK-TOKNYUIN
           MOVE    WRK-NEW-SEQNO       TO  PTNYUINRRK-SEQNO
           PERFORM 900-PTNYUINRRK-INS-SEC
           IF    ( FLG-PTNYUINRRK      NOT =   ZERO )
               MOVE
            "E945:STAY WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4800-ADM-EXT.
           EXIT.
       4810-TRN-SEC                  SECTION.
      *    MOVES THE PATIENT'S OPEN STAY TO THE ROOM ON SCREEN AS OF
      *    THE MOVEMENT DATE. THE MOVEMENT ROWS ARE WRITTEN FIRST; THE
      *    STAY ROW TAKES THE NEW ROOM ONLY WHEN NO LATER MOVE IS
      *    ALREADY RECORDED - A BACK-DATED TRANSFER KEYED IN BEHIND A
      *    LATER ONE BELONGS IN THE HISTORY, NOT ON THE STAY ROW.
           IF    ( SPA-GMN-W23-PTID        =   SPACE )
            OR   ( SPA-GMN-W23-BTUNUM      =   SPACE )
            OR   ( SPA-GMN-W23-BRMNUM      =   SPACE )
               MOVE
            "E938:PATIENT, WARD AND ROOM ARE REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4810-TRN-EXT
           END-IF
           PERFORM 4840-OPEN-STAY-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-TRN-EXT
           END-IF
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           IF    ( ORCSBRMHIS-OUT-BTUNUM   =   SPA-GMN-W23-BTUNUM )
            AND  ( ORCSBRMHIS-OUT-BRMNUM   =   SPA-GMN-W23-BRMNUM )
               MOVE
            "E941:PATIENT IS ALREADY IN THAT ROOM ON THAT DATE"
                                       TO  SPA-ERRCD
               GO  TO  4810-TRN-EXT
           END-IF
           PERFORM 4850-ROOM-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-TRN-EXT
           END-IF
      *    4850-ROOM-CHK-SEC WALKS THE STAY CURSOR THROUGH
      *    PTNYUINRRK-REC, SO THE PATIENT'S OWN STAY IS PUT BACK.
           MOVE    WRK-STAY-REC        TO  PTNYUINRRK-REC
           PERFORM 4870-MOVE-AFTER-CHK-SEC
           PERFORM 4815-HISTORY-WRITE-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-TRN-EXT
           END-IF
           IF    ( FLG-MOVE-AFTER          =   1 )
               GO  TO  4810-TRN-EXT
           END-IF
           MOVE    WRK-STAY-REC        TO  PTNYUINRRK-REC
           MOVE    SPA-GMN-W23-BTUNUM  TO  PTNYUINRRK-BTUNUM
           MOVE    SPA-GMN-W23-BRMNUM  TO  PTNYUINRRK-BRMNUM
           PERFORM 900-PTNYUINRRK-UPD-SEC
           IF    ( FLG-PTNYUINRRK      NOT =   ZERO )
               MOVE
            "E945:STAY WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4810-TRN-EXT.
           EXIT.
       4815-HISTORY-WRITE-SEC        SECTION.
      *    THE MOVEMENT ROWS FOR THE TRANSFER, WRITTEN EXACTLY AS
      *    ORCC3LOD WRITES THEM FOR A FEED TRANSFER: THE STAY'S
      *    INITIAL-ADMISSION ROW FIRST IF IT HAS NONE YET (UNLESS THE
      *    MOVE IS ON THE ADMISSION DATE ITSELF), THEN THE TRANSFER
      *    ROW - OR, WHEN A ROW FOR THE DATE ALREADY EXISTS, THAT ROW
      *    BROUGHT UP TO THE LATEST ROOM OF THE DAY.
           IF    ( SPA-NAI-W23-IDOYMD  NOT =   PTNYUINRRK-NYUINYMD )
               MOVE    SPACE               TO  PTNYUIDO-REC
               MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
               MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
               MOVE    PTNYUINRRK-NYUINYMD TO  PTNYUIDO-IDOYMD
               PERFORM 900-PTNYUIDO-KEY-SEL-SEC
               IF    ( FLG-PTNYUIDO-GET    NOT =   ZERO )
                   MOVE    SPACE               TO  PTNYUIDO-REC
                   MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
                   MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
                   MOVE    PTNYUINRRK-NYUINYMD TO  PTNYUIDO-IDOYMD
                   MOVE    "1"                 TO  PTNYUIDO-IDOKBN
                   MOVE    PTNYUINRRK-BTUNUM   TO  PTNYUIDO-BTUNUM
                   MOVE    PTNYUINRRK-BRMNUM   TO  PTNYUIDO-BRMNUM
                   PERFORM 900-PTNYUIDO-INS-SEC
                   IF    ( FLG-PTNYUIDO        NOT =   ZERO )
                       MOVE
            "E944:MOVEMENT HISTORY WRITE FAILED"
                                       TO  SPA-ERRCD
                       GO  TO  4815-HISTORY-WRITE-EXT
                   END-IF
               END-IF
           END-IF
           MOVE    SPACE               TO  PTNYUIDO-REC
           MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUIDO-IDOYMD
           PERFORM 900-PTNYUIDO-KEY-SEL-SEC
           IF    ( FLG-PTNYUIDO-GET    =   ZERO )
               MOVE    SPA-GMN-W23-BTUNUM  TO  PTNYUIDO-BTUNUM
               MOVE    SPA-GMN-W23-BRMNUM  TO  PTNYUIDO-BRMNUM
               PERFORM 900-PTNYUIDO-UPD-SEC
               IF    ( FLG-PTNYUIDO        NOT =   ZERO )
                   MOVE
            "E944:MOVEMENT HISTORY WRITE FAILED"
                                       TO  SPA-ERRCD
               END-IF
               GO  TO  4815-HISTORY-WRITE-EXT
           END-IF
           MOVE    SPACE               TO  PTNYUIDO-REC
           MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUIDO-IDOYMD
           MOVE    "4"                 TO  PTNYUIDO-IDOKBN
           MOVE    SPA-GMN-W23-BTUNUM  TO  PTNYUIDO-BTUNUM
           MOVE    SPA-GMN-W23-BRMNUM  TO  PTNYUIDO-BRMNUM
           PERFORM 900-PTNYUIDO-INS-SEC
           IF    ( FLG-PTNYUIDO        NOT =   ZERO )
               MOVE
            "E944:MOVEMENT HISTORY WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4815-HISTORY-WRITE-EXT.
           EXIT.
       4820-DSC-SEC                  SECTION.
      *    CLOSES THE PATIENT'S OPEN STAY ON THE MOVEMENT DATE. A STAY
      *    WITH A ROOM MOVE RECORDED AFTER THAT DATE CANNOT END BEFORE
      *    THE MOVE - THE CLERK HAS TO CORRECT THE DATE, NOT LEAVE THE
      *    HISTORY POINTING PAST THE DISCHARGE. THE DISCHARGE IS
      *    STAMPED WITH THE TIME IT WAS KEYED, SO ORCD8RRT TAKES BACK
      *    THE NIGHTS ALREADY BILLED PAST A BACK-DATED DISCHARGE.
           IF    ( SPA-GMN-W23-PTID        =   SPACE )
               MOVE
            "E943:PATIENT IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4820-DSC-EXT
           END-IF
           PERFORM 4840-OPEN-STAY-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4820-DSC-EXT
           END-IF
           PERFORM 4870-MOVE-AFTER-CHK-SEC
           IF    ( FLG-MOVE-AFTER          =   1 )
               MOVE
            "E942:A ROOM MOVE IS RECORDED AFTER THE DISCHARGE DATE"
                                       TO  SPA-ERRCD
               GO  TO  4820-DSC-EXT
           END-IF
           MOVE    WRK-STAY-REC        TO  PTNYUINRRK-REC
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUINRRK-TAIINYMD
           MOVE    SPA-NAI-W23-IDOHM   TO  PTNYUINRRK-TAIINHM
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TRKYMD          TO  PTNYUINRRK-TAIIN-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  PTNYUINRRK-TAIIN-TRKHMS
           PERFORM 900-PTNYUINRRK-UPD-SEC
           IF    ( FLG-PTNYUINRRK      NOT =   ZERO )
               MOVE
            "E945:STAY WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4820-DSC-EXT.
           EXIT.
       4830-PLAN-SEC                 SECTION.
      *    RECORDS THE MOVEMENT DATE AS THE OPEN STAY'S PLANNED
      *    DISCHARGE DATE, FOR THE BED FORECAST. NOTHING IS CLOSED AND
      *    NO MOVEMENT ROW IS WRITTEN - THE ACTUAL DISCHARGE IS STILL
      *    KEYED AS A "3" ON THE DAY.
           IF    ( SPA-GMN-W23-PTID        =   SPACE )
               MOVE
            "E943:PATIENT IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4830-PLAN-EXT
           END-IF
           PERFORM 4840-OPEN-STAY-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4830-PLAN-EXT
           END-IF
           MOVE    WRK-STAY-REC        TO  PTNYUINRRK-REC
           MOVE    SPA-NAI-W23-IDOYMD  TO  PTNYUINRRK-TAIIN-YOTEIYMD
           PERFORM 900-PTNYUINRRK-UPD-SEC
           IF    ( FLG-PTNYUINRRK      NOT =   ZERO )
               MOVE
            "E945:STAY WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4830-PLAN-EXT.
           EXIT.
       4840-OPEN-STAY-CHK-SEC        SECTION.
      *    A TRANSFER OR DISCHARGE NEEDS EXACTLY ONE OPEN STAY, ALREADY
      *    ADMITTED ON THE MOVEMENT DATE. THE STAY IS LEFT IN
      *    PTNYUINRRK-REC.
           IF    ( CNT-OPEN                =   ZERO )
               MOVE
            "E939:PATIENT HAS NO OPEN STAY"
                                       TO  SPA-ERRCD
               GO  TO  4840-OPEN-STAY-CHK-EXT
           END-IF
           IF    ( CNT-OPEN                >   1 )
               MOVE
            "E946:PATIENT HAS MORE THAN ONE OPEN STAY"
                                       TO  SPA-ERRCD
               GO  TO  4840-OPEN-STAY-CHK-EXT
           END-IF
           MOVE    WRK-STAY-REC        TO  PTNYUINRRK-REC
           IF    ( SPA-NAI-W23-IDOYMD  <   PTNYUINRRK-NYUINYMD )
               MOVE
            "E940:DATE IS BEFORE THE ADMISSION DATE"
                                       TO  SPA-ERRCD
           END-IF
           .
       4840-OPEN-STAY-CHK-EXT.
           EXIT.
       4850-ROOM-CHK-SEC             SECTION.
      *    THE WARD AND ROOM MUST BE ON THE 5001 / 5002 MASTERS FOR THE
      *    MOVEMENT DATE, AND THE ROOM MUST HAVE A FREE BED THAT NIGHT.
      *    THE PATIENT'S OWN STAYS ARE LEFT OUT OF THE COUNT, SO A
      *    SAME-DAY CORRECTION OF A TRANSFER IS NOT REFUSED BECAUSE OF
      *    THE PATIENT'S OWN BED. A ROOM WHOSE BED COUNT WAS NEVER
      *    KEYED IS NOT CAPACITY-CHECKED.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    SPA-GMN-W23-BTUNUM  TO  SYS-KBNCD
           MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE
            "E934:WARD NOT ON 5001 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
               GO  TO  4850-ROOM-CHK-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           MOVE    SPA-GMN-W23-BTUNUM  TO  SYS-KBNCD (1:2)
           MOVE    SPA-GMN-W23-BRMNUM  TO  SYS-KBNCD (3:6)
           MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE
            "E935:ROOM NOT ON 5002 MASTER FOR THIS DATE"
                                       TO  SPA-ERRCD
               GO  TO  4850-ROOM-CHK-EXT
           END-IF
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           IF    ( SYS-5002-BEDSU      NOT NUMERIC )
               GO  TO  4850-ROOM-CHK-EXT
           END-IF
           MOVE    SYS-5002-BEDSU      TO  WRK-BEDSU
           MOVE    ZERO                TO  CNT-ZAIIN
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-NAI-W23-IDOYMD  TO  WRK-RRK-EDYMD
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-PTID     NOT =   SPA-GMN-W23-PTID )
                AND  ( PTNYUINRRK-NYUINYMD <=  SPA-NAI-W23-IDOYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD >  SPA-NAI-W23-IDOYMD ))
                   PERFORM 4851-ROOM-ZAIIN-ADD-SEC
               END-IF
      *        4851-ROOM-ZAIIN-ADD-SEC CALLS ORCSBRMHIS, WHICH LEAVES
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
           IF    ( CNT-ZAIIN           >=  WRK-BEDSU )
               MOVE
            "E936:ROOM IS ALREADY AT ITS BED COUNT ON THAT DATE"
                                       TO  SPA-ERRCD
           END-IF
           .
       4850-ROOM-CHK-EXT.
           EXIT.
       4851-ROOM-ZAIIN-ADD-SEC       SECTION.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    SPA-NAI-W23-IDOYMD  TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           IF    ( ORCSBRMHIS-OUT-BTUNUM   =   SPA-GMN-W23-BTUNUM )
            AND  ( ORCSBRMHIS-OUT-BRMNUM   =   SPA-GMN-W23-BRMNUM )
               COMPUTE CNT-ZAIIN   =   CNT-ZAIIN   +   1
           END-IF
           .
       4851-ROOM-ZAIIN-ADD-EXT.
           EXIT.
       4860-SAGAKU-SHOW-SEC          SECTION.
      *    THE DIFFERENTIAL-BED CLASS OF THE ROOM ON SCREEN AS OF THE
      *    MOVEMENT DATE, WITH ITS 5113 DAILY RATE - BLANK WHEN THE
      *    ROOM CARRIES NO CLASS OR IS NOT ON THE MASTER.
           MOVE    SPACE               TO  SPA-GMN-W23-SAGAKU
                                           SPA-GMN-W23-SAGAKUMEI
           IF    ( SPA-GMN-W23-BTUNUM  =   SPACE )
            OR   ( SPA-GMN-W23-BRMNUM  =   SPACE )
               GO  TO  4860-SAGAKU-SHOW-EXT
           END-IF
           MOVE    SPA-GMN-W23-BTUNUM  TO  ORCSBRMSAG-BTUNUM
           MOVE    SPA-GMN-W23-BRMNUM  TO  ORCSBRMSAG-BRMNUM
           MOVE    SPA-NAI-W23-IDOYMD  TO  ORCSBRMSAG-YMD
           CALL    "ORCSBRMSAG"        USING   CPORCSBRMSAG-AREA
           IF    ( ORCSBRMSAG-RET      NOT =   ZERO )
               GO  TO  4860-SAGAKU-SHOW-EXT
           END-IF
           MOVE    ORCSBRMSAG-SAGAKU-KBNCD
                                       TO  SPA-GMN-W23-SAGAKU
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5113"              TO  SYS-KANRICD
           MOVE    ORCSBRMSAG-SAGAKU-KBNCD
                                       TO  SYS-KBNCD
           MOVE    SPA-NAI-W23-IDOYMD  TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5113-REC
           IF    ( FLG-SYSKANRI        =   ZERO )
               MOVE    SYS-5113-BRM-SAGAKU-NM
                                       TO  WRK-HEN-SAGAKU-Z9
               MOVE    WRK-HEN-SAGAKU-Z9   TO  SPA-GMN-W23-SAGAKUMEI
           END-IF
           .
       4860-SAGAKU-SHOW-EXT.
           EXIT.
       4870-MOVE-AFTER-CHK-SEC       SECTION.
      *    IS A MOVEMENT ROW DATED AFTER THE MOVEMENT DATE ALREADY ON
      *    FILE FOR THE STAY IN PTNYUINRRK-REC?
           MOVE    ZERO                TO  FLG-MOVE-AFTER
           INITIALIZE                  PTNYUIDO-REC
           MOVE    PTNYUINRRK-PTID     TO  PTNYUIDO-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  PTNYUIDO-SEQNO
           PERFORM 900-PTNYUIDO-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUIDO    =   1 )
               IF    ( PTNYUIDO-PTID       =   PTNYUINRRK-PTID )
                AND  ( PTNYUIDO-SEQNO      =   PTNYUINRRK-SEQNO )
                AND  ( PTNYUIDO-IDOYMD     >   SPA-NAI-W23-IDOYMD )
                   MOVE    1               TO  FLG-MOVE-AFTER
               END-IF
               PERFORM 900-PTNYUIDO-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuido"          TO  MCP-TABLE
           MOVE    "ptidseq"               TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       4870-MOVE-AFTER-CHK-EXT.
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
           MOVE    SPA-GMN-W23-CUR     TO  MCP-WIDGET
           .
       5001-MAPCUR-EXT.
           EXIT.
       900-PUT-WINDOW                SECTION.
      *    HANDS THE STAGED WIDGET/VALUE PAIR BACK TO THE PANEL
      *    MANAGER - THE SCREEN CONTENT ITSELF (SPA-W23-AREA) TRAVELS
      *    BACK TO THE CALLER THROUGH SPAAREA ON EXIT PROGRAM.
           MOVE    WRK-MCP-WIDGET      TO  SCR-WIDGET
           MOVE    WRK-WIDMSG          TO  SCR-FLD-VAL
           .
       900-PUT-WINDOW-EXT.
           EXIT.
       900-SYSKANRI-KEY2-SEL-SEC     SECTION.
      *    "KEY2" IS THE GENERIC TWO-FIELD (KANRICD + DATE-RANGE)
      *    ACCESS PATH SHARED BY EVERY KANRICD THAT HAS NO SPECIAL
      *    ORDERING REQUIREMENT.
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
       900-PTNYUINRRK-INS-SEC        SECTION.
      *    "ptidseq" IS THE PRIMARY ACCESS PATH OF tbl_ptnyuinrrk,
      *    KEYED BY PTID + SEQNO.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptidseq"           TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
                                               FLG-PTNYUINRRK
           .
       900-PTNYUINRRK-INS-EXT.
           EXIT.
       900-PTNYUINRRK-UPD-SEC        SECTION.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptidseq"           TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUINRRK-REC
                                               FLG-PTNYUINRRK
           .
       900-PTNYUINRRK-UPD-EXT.
           EXIT.
       900-PTNYUIDO-KEY-SEL-SEC      SECTION.
      *    PROBES FOR AN EXISTING MOVEMENT ROW FOR THE PTID + SEQNO +
      *    IDOYMD ALREADY IN PTNYUIDO-REC - "key1" IS THE PRIMARY
      *    ACCESS PATH OF tbl_ptnyuido.
           MOVE    ZERO                TO  FLG-PTNYUIDO-GET
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUIDO-REC
                                               FLG-PTNYUIDO-GET
           .
       900-PTNYUIDO-KEY-SEL-EXT.
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
       900-PTNYUIDO-INS-SEC          SECTION.
      *    EVERY MOVEMENT ROW KEYED HERE CARRIES ITS WRITE TIMESTAMP,
      *    LIKE THE FEED ROWS, SO ORCD8RRT RE-RATES THE DAYS BEHIND A
      *    BACK-DATED MANUAL MOVE TOO.
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TRKYMD          TO  PTNYUIDO-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  PTNYUIDO-TRKHMS
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUIDO-REC
                                               FLG-PTNYUIDO
           .
       900-PTNYUIDO-INS-EXT.
           EXIT.
       900-PTNYUIDO-UPD-SEC          SECTION.
      *    UPDATES THE tbl_ptnyuido ROW IDENTIFIED BY THE PTID +
      *    SEQNO + IDOYMD ALREADY IN PTNYUIDO-REC.
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TRKYMD          TO  PTNYUIDO-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  PTNYUIDO-TRKHMS
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTNYUIDO-REC
                                               FLG-PTNYUIDO
           .
       900-PTNYUIDO-UPD-EXT.
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
