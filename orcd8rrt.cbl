       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCD8RRT.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RRT-FILE            ASSIGN  TO  "SAGRERAT"
                                       ORGANIZATION   LINE SEQUENTIAL.
           SELECT  EXCPT-FILE          ASSIGN  TO  "SAGRRTEX"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RRT-FILE.
       01  RRT-REC                                 PIC X(200).
       FD  EXCPT-FILE.
       01  EXCPT-REC                               PIC X(200).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5002.INC".
           COPY    "CPSK5113.INC".
           COPY    "CPSYSKANRIRRK.INC".
           COPY    "CPBATCHRUN.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBRMSAG.INC".
           COPY    "CPORCSBRMHIS.INC".
           COPY    "CPORCSPDAY.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  PTNYUIDO-REC.
           COPY    "CPPTNYUIDO.INC".
       01  PTSAGAKU-REC.
           COPY    "CPPTSAGAKU.INC".
       01  CENSUSRRK-REC.
           COPY    "CPCENSUSRRK.INC".
       01  FLG-AREA.
           03  FLG-END                             PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-SYSKANRIRRK                     PIC 9(01).
           03  FLG-BATCHRUN                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-PTNYUIDO                        PIC 9(01).
           03  FLG-PTSAGAKU                        PIC 9(01).
           03  FLG-PTSAGAKU-INS                    PIC 9(01).
           03  FLG-CENSUSRRK                       PIC 9(01).
           03  FLG-CENSUSRRK-GET                   PIC 9(01).
           03  FLG-LIVE                            PIC 9(01).
           03  FLG-NEW-CHG                         PIC 9(01).
           03  FLG-DAY-MOV                         PIC 9(01).
           03  FLG-DAY-RAT                         PIC 9(01).
           03  FLG-HIT                             PIC 9(01).
           03  FLG-MOV-OVER                        PIC 9(01).
           03  FLG-DSC-OVER                        PIC 9(01).
           03  FLG-RAT-OVER                        PIC 9(01).
           03  FLG-CEN-OVER                        PIC 9(01).
           03  FLG-ROOM-OVER                       PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDX-MOV                             PIC 9(04).
           03  IDX-DSC                             PIC 9(04).
       01  CNT-AREA.
           03  CNT-STAY                            PIC 9(07).
           03  CNT-DAY                             PIC 9(07).
           03  CNT-REV                             PIC 9(07).
           03  CNT-COR                             PIC 9(07).
           03  CNT-EXCPT                           PIC 9(07).
           03  CNT-NIGHT                           PIC 9(07).
           03  CNT-LINE                            PIC 9(03).
           03  CNT-WARD-ZAI                        PIC 9(05).
           03  CNT-WARD-BED                        PIC 9(05).
       01  WRK-AREA.
           03  WRK-SEIYMD                          PIC X(08).
           03  WRK-SINCE-YMD                       PIC X(08).
           03  WRK-SYSYMD                          PIC X(08).
           03  WRK-LAST-STAMP.
               05  WRK-LAST-YMD                    PIC X(08).
               05  WRK-LAST-HMS                    PIC X(06).
           03  WRK-ROW-STAMP.
               05  WRK-ROW-YMD                     PIC X(08).
               05  WRK-ROW-HMS                     PIC X(06).
           03  WRK-RAT-STYMD                       PIC X(08).
           03  WRK-RAT-EDYMD                       PIC X(08).
           03  WRK-WIN-STYMD                       PIC X(08).
           03  WRK-WIN-EDYMD                       PIC X(08).
           03  WRK-MOV-STYMD                       PIC X(08).
           03  WRK-DAY-YMD                         PIC X(08).
           03  WRK-CENYMD                          PIC X(08).
           03  WRK-PRV-BTUNUM                      PIC X(02).
           03  WRK-NEW-BTUNUM                      PIC X(02).
           03  WRK-NEW-BRMNUM                      PIC X(06).
           03  WRK-NEW-KBNCD                       PIC X(02).
           03  WRK-NEW-GAKU                        PIC 9(06).
           03  WRK-LIVE-PTNAME                     PIC X(40).
           03  WRK-LIVE-BTUNUM                     PIC X(02).
           03  WRK-LIVE-BRMNUM                     PIC X(06).
           03  WRK-LIVE-KBNCD                      PIC X(02).
           03  WRK-LIVE-GAKU                       PIC 9(06).
           03  WRK-LIVE-RENNUM                     PIC X(02).
           03  WRK-MAX-RENNUM                      PIC 9(02).
           03  WRK-RENNUM-X                        PIC X(02).
           03  WRK-RENNUM-R    REDEFINES   WRK-RENNUM-X.
               05  WRK-RENNUM                      PIC 9(02).
           03  WRK-TIME                            PIC X(08).
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
           03  WRK-RRT-LINE.
               05  WRK-RRT-PTID                    PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-PTNAME                  PIC X(40).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-SEIKYUYMD               PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-RENNUM                  PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-BTUNUM                  PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-BRMNUM                  PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-KBNCD                   PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-GAKU                    PIC Z(05)9.
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-RRT-DENNM                   PIC X(09).
           03  WRK-EXCPT-LINE.
               05  WRK-EXCPT-PTID                  PIC X(10).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-PTNAME                PIC X(40).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-SEIKYUYMD             PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-BTUNUM                PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-BRMNUM                PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-EXCPT-REASON                PIC X(28).
      *    ONE SLOT PER STAY WITH A MOVEMENT ROW LOADED SINCE THE LAST
      *    RUN, HOLDING THE EARLIEST SUCH MOVE DATE - EVERY BILLED DAY
      *    FROM THERE ON MAY NOW SIT IN A DIFFERENT ROOM.
       01  MOV-AREA.
           03  MOV-MAX                             PIC 9(04).
           03  MOV-OCC                             OCCURS  2000.
               05  MOV-PTID                        PIC X(10).
               05  MOV-SEQNO                       PIC 9(08).
               05  MOV-STYMD                       PIC X(08).
      *    ONE SLOT PER STAY WHOSE DISCHARGE WAS KEYED SINCE THE LAST
      *    RUN, HOLDING THE NIGHTS FROM THE DISCHARGE DATE TO THE
      *    BILLING DATE THAT MAY STILL CARRY A LINE AND A CENSUS COUNT.
       01  DSC-AREA.
           03  DSC-MAX                             PIC 9(04).
           03  DSC-OCC                             OCCURS  2000.
               05  DSC-PTID                        PIC X(10).
               05  DSC-SEQNO                       PIC 9(08).
               05  DSC-STYMD                       PIC X(08).
               05  DSC-EDYMD                       PIC X(08).
      *    ONE SLOT PER 5113 CHANGE JOURNALLED SINCE THE LAST RUN THAT
      *    REACHES BACK INTO DAYS ALREADY BILLED, WITH THE BILLED
      *    RANGE IT REACHES.
       01  RAT-AREA.
           03  RAT-MAX                             PIC 9(04).
           03  RAT-OCC                             OCCURS  200.
               05  RAT-KBNCD                       PIC X(02).
               05  RAT-STYMD                       PIC X(08).
               05  RAT-EDYMD                       PIC X(08).
      *    CENSUS NIGHTS A LATE TRANSFER OR A LATE DISCHARGE TOUCHED,
      *    IN FIRST-SEEN ORDER.
       01  CND-AREA.
           03  CND-MAX                             PIC 9(04).
           03  CND-YMD                 PIC X(08)   OCCURS  1000.
      *    ROOMS ACTIVE ON THE NIGHT BEING RECOUNTED - THE SAME TABLE
      *    AND THE SAME RULES ORCB1CEN COUNTS BY, SO A RECOUNTED NIGHT
      *    LANDS ON tbl_censusrrk EXACTLY AS THE NIGHTLY RUN WOULD
      *    HAVE WRITTEN IT.
       01  CEN-ROOM-AREA.
           03  CEN-ROOM-MAX                        PIC 9(04).
           03  CEN-ROOM-OCC                        OCCURS  2500.
               05  CEN-BTUNUM                      PIC X(02).
               05  CEN-BRMNUM                      PIC X(06).
               05  CEN-BEDSU                       PIC 9(03).
               05  CEN-ZAIIN                       PIC 9(03).
       01  CONST-AREA.
           03  CONST-TUKIMATU-VAL      PIC X(24)
                                       VALUE "312831303130313130313031".
           03  CONST-TUKIMATU-R    REDEFINES   CONST-TUKIMATU-VAL.
               05  CONST-TUKIMATU      PIC 9(02) OCCURS 12.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    SAGAKU (DIFFERENTIAL BED CHARGE) RE-RATING RUN. ORCD1SAG
      *    BILLS EACH NIGHT FROM THE ROOM AND THE 5113 RATE AS THEY
      *    STOOD THAT NIGHT, AND NEVER LOOKS BACK - SO A BEDTRN
      *    TRANSFER THAT ARRIVES DAYS LATE, OR A 5113 RATE CHANGE KEYED
      *    WITH A START DATE IN THE PAST, LEAVES LINES ALREADY BILLED
      *    AGAINST THE WRONG ROOM OR THE WRONG RATE. THIS RUN FINDS
      *    WHAT CHANGED SINCE ITS OWN LAST NORMAL COMPLETION - PTNYUIDO
      *    MOVEMENT ROWS STAMPED SINCE THEN, AND 5113 CHANGES IN THE
      *    tbl_syskanrirrk JOURNAL SINCE THEN - AND RE-RESOLVES EVERY
      *    AFFECTED BILLED DAY UP TO THE BILLING DATE GIVEN AS ARGUMENT
      *    ONE THROUGH ORCSBRMHIS, ORCSBRMSAG AND THE 5113 ROW IN FORCE
      *    THAT DAY. A DAY THAT NOW PRICES DIFFERENTLY GETS A REVERSAL
      *    OF THE LINE IN FORCE AND A CORRECTED LINE - A BILLED LINE IS
      *    NEVER REWRITTEN, SO WHAT WAS ON THE PATIENT'S STATEMENT
      *    STAYS TRACEABLE. A DISCHARGE KEYED SINCE THEN AFTER THE
      *    NIGHTS IT ENDS WERE ALREADY BILLED HAS THE LINE IN FORCE ON
      *    EACH NIGHT FROM THE DISCHARGE DATE ON REVERSED. THE
      *    tbl_censusrrk NIGHTS THE LATE TRANSFERS AND DISCHARGES
      *    TOUCHED ARE RECOUNTED AS WELL. ARGUMENT TWO, WHEN
      *    GIVEN, OVERRIDES THE DATE OF THE LAST RUN (A RERUN AFTER A
      *    RESTORE, FOR INSTANCE).
           PERFORM 100-INIT-SEC
           PERFORM 200-LAST-RUN-SEC
           PERFORM 300-MOV-COLLECT-SEC
           PERFORM 350-RAT-COLLECT-SEC
           IF    ( MOV-MAX             >   ZERO )
            OR   ( RAT-MAX             >   ZERO )
            OR   ( DSC-MAX             >   ZERO )
               PERFORM 400-STAY-SEC
           END-IF
           PERFORM 600-CENSUS-SEC
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       MOV-AREA
                                       DSC-AREA
                                       RAT-AREA
                                       CND-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-SEIYMD         FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-SINCE-YMD      FROM    ARGUMENT-VALUE
           ACCEPT  WRK-SYSYMD         FROM    DATE YYYYMMDD
           MOVE    SPACE               TO  WRK-CENYMD
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCD8RRT"          TO  ORCSBRUN-PGID
           MOVE    WRK-SEIYMD          TO  ORCSBRUN-ARG1
           MOVE    WRK-SINCE-YMD       TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              RRT-FILE
                                       EXCPT-FILE
           MOVE    "PTID,PTNAME,SEIKYUYMD,RENNUM,BTUNUM,BRMNUM,KBNCD,"
             &     "AMOUNT,LINE"       TO  RRT-REC
           WRITE   RRT-REC
           MOVE    "PTID,PTNAME,SEIKYUYMD,BTUNUM,BRMNUM,REASON"
                                       TO  EXCPT-REC
           WRITE   EXCPT-REC
           .
       100-INIT-EXT.
           EXIT.
       200-LAST-RUN-SEC              SECTION.
      *    THE START OF THE LATEST NORMALLY-COMPLETED RUN OF THIS
      *    PROGRAM IS THE "SINCE" POINT. THE START, NOT THE END, SO A
      *    TRANSFER LOADED WHILE THAT RUN WAS GOING IS PICKED UP AGAIN
      *    RATHER THAN MISSED - RE-RESOLVING A DAY THAT IS ALREADY
      *    RIGHT WRITES NOTHING. NO EARLIER RUN AT ALL TAKES EVERY
      *    STAMPED MOVEMENT ROW AND EVERY JOURNALLED 5113 CHANGE.
           MOVE    "00000000"          TO  WRK-LAST-YMD
           MOVE    "000000"            TO  WRK-LAST-HMS
           IF    ( WRK-SINCE-YMD       NOT =   SPACE )
               MOVE    WRK-SINCE-YMD       TO  WRK-LAST-YMD
               GO  TO  200-LAST-RUN-EXT
           END-IF
           INITIALIZE                  BATCHRUN-REC
           PERFORM 900-BATCHRUN-SEL-SEC
           PERFORM UNTIL ( FLG-BATCHRUN    =   1 )
               IF    ( BATCHRUN-PGID       =   "ORCD8RRT" )
                AND  ( BATCHRUN-ENDKBN     =   "1" )
                   MOVE    BATCHRUN-RUNYMD     TO  WRK-ROW-YMD
                   MOVE    BATCHRUN-STHMS      TO  WRK-ROW-HMS
                   IF    ( WRK-ROW-STAMP       >   WRK-LAST-STAMP )
                       MOVE    WRK-ROW-STAMP       TO  WRK-LAST-STAMP
                   END-IF
               END-IF
               PERFORM 900-BATCHRUN-FET-SEC
           END-PERFORM
           MOVE    "tbl_batchrun"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       200-LAST-RUN-EXT.
           EXIT.
       300-MOV-COLLECT-SEC           SECTION.
      *    THERE IS NO ACCESS PATH ON THE ROW STAMP, SO THE WHOLE
      *    MOVEMENT HISTORY UP TO THE BILLING DATE IS WALKED ON THE
      *    "idoymd" CURSOR AND THE STAMP IS TESTED HERE. ROWS WRITTEN
      *    BEFORE THE STAMP EXISTED CARRY SPACES AND WERE SETTLED LONG
      *    AGO. A MOVE DATED AFTER THE BILLING DATE HAS NOTHING BILLED
      *    BEHIND IT YET.
           INITIALIZE                  PTNYUIDO-REC
           MOVE    "00000000"          TO  PTNYUIDO-IDOYMD
           PERFORM 900-PTNYUIDO-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUIDO    =   1 )
                    OR   ( PTNYUIDO-IDOYMD >   WRK-SEIYMD )
               MOVE    PTNYUIDO-TRKYMD     TO  WRK-ROW-YMD
               MOVE    PTNYUIDO-TRKHMS     TO  WRK-ROW-HMS
               IF    ( PTNYUIDO-TRKYMD     NOT =   SPACE )
                AND  ( WRK-ROW-STAMP       >=  WRK-LAST-STAMP )
                   PERFORM 310-MOV-ADD-SEC
               END-IF
               PERFORM 900-PTNYUIDO-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuido"          TO  MCP-TABLE
           MOVE    "idoymd"                TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           PERFORM 320-DSC-COLLECT-SEC
           .
       300-MOV-COLLECT-EXT.
           EXIT.
       310-MOV-ADD-SEC               SECTION.
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   MOV-MAX )
               IF    ( MOV-PTID  (IDX1)    =   PTNYUIDO-PTID )
                AND  ( MOV-SEQNO (IDX1)    =   PTNYUIDO-SEQNO )
                   MOVE    1               TO  FLG-HIT
                   IF    ( PTNYUIDO-IDOYMD     <   MOV-STYMD (IDX1) )
                       MOVE    PTNYUIDO-IDOYMD TO  MOV-STYMD (IDX1)
                   END-IF
               END-IF
           END-PERFORM
           IF    ( FLG-HIT             =   1 )
               GO  TO  310-MOV-ADD-EXT
           END-IF
           IF    ( MOV-MAX             >=  2000 )
      *        A STAY THAT DOES NOT FIT THE TABLE WOULD KEEP ITS WRONG
      *        LINES WITHOUT ANYONE KNOWING - THE RUN COMPLETES
      *        ABNORMALLY INSTEAD, AND THE NEXT RUN STARTS FROM THE
      *        SAME POINT.
               MOVE    1               TO  FLG-MOV-OVER
               GO  TO  310-MOV-ADD-EXT
           END-IF
           COMPUTE MOV-MAX     =   MOV-MAX     +   1
           MOVE    PTNYUIDO-PTID       TO  MOV-PTID  (MOV-MAX)
           MOVE    PTNYUIDO-SEQNO      TO  MOV-SEQNO (MOV-MAX)
           MOVE    PTNYUIDO-IDOYMD     TO  MOV-STYMD (MOV-MAX)
           .
       310-MOV-ADD-EXT.
           EXIT.
       320-DSC-COLLECT-SEC           SECTION.
      *    A DISCHARGE LEAVES NO MOVEMENT ROW - IT IS FOUND BY THE
      *    STAMP ON THE STAY ITSELF. A DISCHARGE DATED BY THE BILLING
      *    DATE AND KEYED SINCE THE LAST RUN MAY HAVE COME AFTER THE
      *    NIGHTS IT ENDS WERE BILLED AND COUNTED. A STAY CLOSED
      *    BEFORE THE STAMP EXISTED CARRIES SPACES AND WAS SETTLED
      *    LONG AGO.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               MOVE    PTNYUINRRK-TAIIN-TRKYMD TO  WRK-ROW-YMD
               MOVE    PTNYUINRRK-TAIIN-TRKHMS TO  WRK-ROW-HMS
               IF    ( PTNYUINRRK-TAIINYMD     NOT =   SPACE )
                AND  ( PTNYUINRRK-TAIINYMD     <=  WRK-SEIYMD )
                AND  ( PTNYUINRRK-TAIIN-TRKYMD NOT =   SPACE )
                AND  ( WRK-ROW-STAMP           >=  WRK-LAST-STAMP )
                   PERFORM 325-DSC-ADD-SEC
               END-IF
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           IF    ( DSC-MAX             =   ZERO )
               GO  TO  320-DSC-COLLECT-EXT
           END-IF
      *    A NIGHT FROM THE PATIENT'S NEXT ADMISSION ON BELONGS TO
      *    THAT STAY, WHOSE LINE MUST STAND - SO EACH RANGE IS CUT
      *    SHORT AT THE EVE OF ANY LATER STAY OF THE SAME PATIENT.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               PERFORM 330-DSC-CLIP-SEC
               PERFORM 900-PTNYUINRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"        TO  MCP-TABLE
           MOVE    "btunumseq"             TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       320-DSC-COLLECT-EXT.
           EXIT.
       325-DSC-ADD-SEC               SECTION.
           IF    ( DSC-MAX             >=  2000 )
      *        SAME RULE AS A FULL MOVEMENT TABLE - THE RUN COMPLETES
      *        ABNORMALLY AND THE NEXT RUN STARTS FROM THE SAME POINT.
               MOVE    1               TO  FLG-DSC-OVER
               GO  TO  325-DSC-ADD-EXT
           END-IF
           COMPUTE DSC-MAX     =   DSC-MAX     +   1
           MOVE    PTNYUINRRK-PTID     TO  DSC-PTID  (DSC-MAX)
           MOVE    PTNYUINRRK-SEQNO    TO  DSC-SEQNO (DSC-MAX)
           MOVE    PTNYUINRRK-TAIINYMD TO  DSC-STYMD (DSC-MAX)
           MOVE    WRK-SEIYMD          TO  DSC-EDYMD (DSC-MAX)
           .
       325-DSC-ADD-EXT.
           EXIT.
       330-DSC-CLIP-SEC              SECTION.
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   DSC-MAX )
               IF    ( DSC-PTID  (IDX1)    =   PTNYUINRRK-PTID )
                AND  ( DSC-SEQNO (IDX1)    NOT =   PTNYUINRRK-SEQNO )
                AND  ( PTNYUINRRK-NYUINYMD >=  DSC-STYMD (IDX1) )
                AND  ( PTNYUINRRK-NYUINYMD <=  DSC-EDYMD (IDX1) )
                   MOVE    PTNYUINRRK-NYUINYMD TO  ORCSPDAY-IN-YMD
                   CALL    "ORCSPDAY"          USING   CPORCSPDAY-AREA
                   MOVE    ORCSPDAY-OUT-YMD    TO  DSC-EDYMD (IDX1)
               END-IF
           END-PERFORM
           .
       330-DSC-CLIP-EXT.
           EXIT.
       350-RAT-COLLECT-SEC           SECTION.
      *    EVERY 5113 INSERT, UPDATE OR CLOSE JOURNALLED SINCE THE LAST
      *    RUN. THE DAYS IT CAN HAVE MISPRICED RUN FROM THE EARLIER OF
      *    THE OLD AND NEW START DATES TO THE LATER OF THE OLD AND NEW
      *    END DATES, CLIPPED TO THE BILLING DATE - A CHANGE THAT ONLY
      *    REACHES FORWARD LEAVES AN EMPTY RANGE AND IS DROPPED.
           INITIALIZE                  SYSKANRIRRK-REC
           MOVE    "5113"              TO  SYSKANRIRRK-KANRICD
           PERFORM 900-SYSKANRIRRK-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRIRRK     =   1 )
               MOVE    SYSKANRIRRK-YMD     TO  WRK-ROW-YMD
               MOVE    SYSKANRIRRK-HMS     TO  WRK-ROW-HMS
               IF    ( SYSKANRIRRK-KANRICD =   "5113" )
                AND  ( WRK-ROW-STAMP       >=  WRK-LAST-STAMP )
                   PERFORM 360-RAT-ADD-SEC
               END-IF
               PERFORM 900-SYSKANRIRRK-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrirrk"       TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       350-RAT-COLLECT-EXT.
           EXIT.
       360-RAT-ADD-SEC               SECTION.
           MOVE    SYSKANRIRRK-AFT-STYUKYMD
                                       TO  WRK-RAT-STYMD
           MOVE    SYSKANRIRRK-AFT-EDYUKYMD
                                       TO  WRK-RAT-EDYMD
           IF    ( SYSKANRIRRK-BEF-STYUKYMD    NOT =   SPACE )
            AND  ( SYSKANRIRRK-BEF-STYUKYMD    <   WRK-RAT-STYMD )
               MOVE    SYSKANRIRRK-BEF-STYUKYMD
                                       TO  WRK-RAT-STYMD
           END-IF
           IF    ( SYSKANRIRRK-BEF-EDYUKYMD    NOT =   SPACE )
            AND  ( SYSKANRIRRK-BEF-EDYUKYMD    >   WRK-RAT-EDYMD )
               MOVE    SYSKANRIRRK-BEF-EDYUKYMD
                                       TO  WRK-RAT-EDYMD
           END-IF
           IF    ( WRK-RAT-EDYMD       >   WRK-SEIYMD )
               MOVE    WRK-SEIYMD          TO  WRK-RAT-EDYMD
           END-IF
           IF    ( WRK-RAT-STYMD       >   WRK-RAT-EDYMD )
               GO  TO  360-RAT-ADD-EXT
           END-IF
           IF    ( RAT-MAX             >=  200 )
               MOVE    1               TO  FLG-RAT-OVER
               GO  TO  360-RAT-ADD-EXT
           END-IF
           COMPUTE RAT-MAX     =   RAT-MAX     +   1
           MOVE    SYSKANRIRRK-KBNCD (1:2)
                                       TO  RAT-KBNCD (RAT-MAX)
           MOVE    WRK-RAT-STYMD       TO  RAT-STYMD (RAT-MAX)
           MOVE    WRK-RAT-EDYMD       TO  RAT-EDYMD (RAT-MAX)
           .
       360-RAT-ADD-EXT.
           EXIT.
       400-STAY-SEC                  SECTION.
      *    EVERY STAY ADMITTED BY THE BILLING DATE IS A CANDIDATE -
      *    A LATE TRANSFER OR DISCHARGE NAMES ITS STAY DIRECTLY, BUT A
      *    BACK-DATED RATE REACHES EVERY PATIENT BILLED IN ITS RANGE.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD <=  WRK-SEIYMD )
                   PERFORM 410-ONE-STAY-SEC
               END-IF
      *        410-ONE-STAY-SEC LEAVES MCP-TABLE/MCP-PATHNAME ON ITS
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
       400-STAY-EXT.
           EXIT.
       410-ONE-STAY-SEC              SECTION.
      *    THE STAY'S WINDOW OPENS AT THE EARLIER OF ITS OWN LATE MOVE
      *    AND THE EARLIEST BACK-DATED RATE, NEVER BEFORE ADMISSION,
      *    AND CLOSES AT THE BILLING DATE OR THE EVE OF DISCHARGE -
      *    THE SAME MIDNIGHT RULE ORCD1SAG BILLS BY. A LATE DISCHARGE
      *    ADDS THE NIGHTS FROM THE DISCHARGE DATE ON, WHICH THE
      *    WINDOW NEVER REACHES.
           MOVE    "99999999"          TO  WRK-MOV-STYMD
           MOVE    ZERO                TO  IDX-MOV
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   MOV-MAX )
               IF    ( MOV-PTID  (IDX1)    =   PTNYUINRRK-PTID )
                AND  ( MOV-SEQNO (IDX1)    =   PTNYUINRRK-SEQNO )
                   MOVE    IDX1            TO  IDX-MOV
                   MOVE    MOV-STYMD (IDX1)    TO  WRK-MOV-STYMD
               END-IF
           END-PERFORM
           MOVE    ZERO                TO  IDX-DSC
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   DSC-MAX )
               IF    ( DSC-PTID  (IDX1)    =   PTNYUINRRK-PTID )
                AND  ( DSC-SEQNO (IDX1)    =   PTNYUINRRK-SEQNO )
                   MOVE    IDX1            TO  IDX-DSC
               END-IF
           END-PERFORM
           MOVE    WRK-MOV-STYMD       TO  WRK-WIN-STYMD
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   RAT-MAX )
               IF    ( RAT-STYMD (IDX1)    <   WRK-WIN-STYMD )
                   MOVE    RAT-STYMD (IDX1)    TO  WRK-WIN-STYMD
               END-IF
           END-PERFORM
           IF    ( WRK-WIN-STYMD       <   PTNYUINRRK-NYUINYMD )
               MOVE    PTNYUINRRK-NYUINYMD TO  WRK-WIN-STYMD
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD NOT =   SPACE )
            AND  ( PTNYUINRRK-TAIINYMD <=  WRK-SEIYMD )
               MOVE    PTNYUINRRK-TAIINYMD TO  ORCSPDAY-IN-YMD
               CALL    "ORCSPDAY"          USING   CPORCSPDAY-AREA
               MOVE    ORCSPDAY-OUT-YMD    TO  WRK-WIN-EDYMD
           ELSE
               MOVE    WRK-SEIYMD          TO  WRK-WIN-EDYMD
           END-IF
           IF    ( WRK-WIN-STYMD       >   WRK-WIN-EDYMD )
            AND  ( IDX-DSC             =   ZERO )
               GO  TO  410-ONE-STAY-EXT
           END-IF
           COMPUTE CNT-STAY    =   CNT-STAY    +   1
           MOVE    WRK-WIN-STYMD       TO  WRK-DAY-YMD
           PERFORM UNTIL ( WRK-DAY-YMD     >   WRK-WIN-EDYMD )
               PERFORM 420-ONE-DAY-SEC
               MOVE    WRK-DAY-YMD         TO  WRK-NDAY-IN
               PERFORM 700-NEXT-DAY-SEC
               MOVE    WRK-NDAY-OUT        TO  WRK-DAY-YMD
           END-PERFORM
           IF    ( IDX-DSC             >   ZERO )
               PERFORM 430-DSC-DAYS-SEC
           END-IF
           .
       410-ONE-STAY-EXT.
           EXIT.
       420-ONE-DAY-SEC               SECTION.
      *    A DAY IS RE-RESOLVED WHEN IT FALLS ON OR AFTER THE STAY'S
      *    LATE MOVE, OR INSIDE THE RANGE OF A BACK-DATED RATE. ONLY
      *    THE LATE MOVE CAN CHANGE WHO SLEPT WHERE, SO ONLY THOSE
      *    NIGHTS GO ON THE CENSUS RECOUNT LIST.
           MOVE    ZERO                TO  FLG-DAY-MOV
                                           FLG-DAY-RAT
           IF    ( IDX-MOV             >   ZERO )
            AND  ( WRK-DAY-YMD         >=  WRK-MOV-STYMD )
               MOVE    1               TO  FLG-DAY-MOV
               PERFORM 460-CND-ADD-SEC
           END-IF
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   RAT-MAX )
               IF    ( WRK-DAY-YMD     >=  RAT-STYMD (IDX1) )
                AND  ( WRK-DAY-YMD     <=  RAT-EDYMD (IDX1) )
                   MOVE    1               TO  FLG-DAY-RAT
               END-IF
           END-PERFORM
           IF    ( FLG-DAY-MOV         =   1 )
            OR   ( FLG-DAY-RAT         =   1 )
               PERFORM 500-RERATE-SEC
           END-IF
           .
       420-ONE-DAY-EXT.
           EXIT.
       430-DSC-DAYS-SEC              SECTION.
      *    EVERY NIGHT FROM THE DISCHARGE DATE ON WAS COUNTED, AND
      *    MAY HAVE BEEN BILLED, WHILE THE STAY STILL LOOKED OPEN.
      *    EACH GOES ON THE CENSUS RECOUNT LIST, AND A LINE STILL IN
      *    FORCE ON IT IS REVERSED WITH NO CORRECTED LINE AFTER IT -
      *    THE PATIENT WAS NOT IN THAT NIGHT.
           MOVE    DSC-STYMD (IDX-DSC) TO  WRK-DAY-YMD
           PERFORM UNTIL ( WRK-DAY-YMD     >   DSC-EDYMD (IDX-DSC) )
               PERFORM 440-DSC-ONE-DAY-SEC
               MOVE    WRK-DAY-YMD         TO  WRK-NDAY-IN
               PERFORM 700-NEXT-DAY-SEC
               MOVE    WRK-NDAY-OUT        TO  WRK-DAY-YMD
           END-PERFORM
           .
       430-DSC-DAYS-EXT.
           EXIT.
       440-DSC-ONE-DAY-SEC           SECTION.
           COMPUTE CNT-DAY     =   CNT-DAY     +   1
           PERFORM 460-CND-ADD-SEC
           PERFORM 510-LINE-READ-SEC
           IF    ( FLG-LIVE            =   ZERO )
               GO  TO  440-DSC-ONE-DAY-EXT
           END-IF
           MOVE    WRK-LIVE-BTUNUM     TO  WRK-NEW-BTUNUM
           MOVE    WRK-LIVE-BRMNUM     TO  WRK-NEW-BRMNUM
      *    ONLY THE REVERSAL NEEDS A RENNUM HERE.
           IF    ( WRK-MAX-RENNUM      >   98 )
               MOVE    "TOO MANY RE-RATING LINES"
                                           TO  WRK-EXCPT-REASON
               PERFORM 800-EXCPT-WRITE-SEC
               GO  TO  440-DSC-ONE-DAY-EXT
           END-IF
           PERFORM 520-REVERSAL-WRITE-SEC
           .
       440-DSC-ONE-DAY-EXT.
           EXIT.
       460-CND-ADD-SEC               SECTION.
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   CND-MAX )
               IF    ( CND-YMD (IDX1)      =   WRK-DAY-YMD )
                   MOVE    1               TO  FLG-HIT
               END-IF
           END-PERFORM
           IF    ( FLG-HIT             =   1 )
               GO  TO  460-CND-ADD-EXT
           END-IF
           IF    ( CND-MAX             >=  1000 )
               MOVE    1               TO  FLG-CEN-OVER
               GO  TO  460-CND-ADD-EXT
           END-IF
           COMPUTE CND-MAX     =   CND-MAX     +   1
           MOVE    WRK-DAY-YMD         TO  CND-YMD (CND-MAX)
           .
       460-CND-ADD-EXT.
           EXIT.
       500-RERATE-SEC                SECTION.
      *    WHAT THE DAY SHOULD HAVE BILLED, RESOLVED EXACTLY AS
      *    ORCD1SAG WOULD RESOLVE IT TONIGHT: THE ROOM FROM THE
      *    MOVEMENT HISTORY, ITS CHARGE CLASS THROUGH ORCSBRMSAG AND
      *    THE 5113 RATE IN FORCE THAT DAY. A ROOM WITH NO CHARGE
      *    CLASS IS A DAY THAT SHOULD CARRY NO LINE AT ALL. A ROOM OFF
      *    THE MASTER OR A CLASS WITH NO RATE CANNOT BE PRICED, AND
      *    THE DAY IS LISTED AND LEFT AS BILLED.
           COMPUTE CNT-DAY     =   CNT-DAY     +   1
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-DAY-YMD         TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           MOVE    ORCSBRMHIS-OUT-BTUNUM
                                       TO  WRK-NEW-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM
                                       TO  WRK-NEW-BRMNUM
           MOVE    ZERO                TO  FLG-NEW-CHG
           MOVE    SPACE               TO  WRK-NEW-KBNCD
           MOVE    ZERO                TO  WRK-NEW-GAKU
           MOVE    WRK-NEW-BTUNUM      TO  ORCSBRMSAG-BTUNUM
           MOVE    WRK-NEW-BRMNUM      TO  ORCSBRMSAG-BRMNUM
           MOVE    WRK-DAY-YMD         TO  ORCSBRMSAG-YMD
           CALL    "ORCSBRMSAG"        USING   CPORCSBRMSAG-AREA
           IF    ( ORCSBRMSAG-RET      =   1 )
               MOVE    "ROOM NOT ON 5002 MASTER"
                                           TO  WRK-EXCPT-REASON
               PERFORM 800-EXCPT-WRITE-SEC
               GO  TO  500-RERATE-EXT
           END-IF
           IF    ( ORCSBRMSAG-RET      =   ZERO )
               INITIALIZE                  SYSKANRI-REC
               MOVE    "5113"              TO  SYS-KANRICD
               MOVE    ORCSBRMSAG-SAGAKU-KBNCD
                                           TO  SYS-KBNCD
               MOVE    WRK-DAY-YMD         TO  SYS-STYUKYMD
                                               SYS-EDYUKYMD
               PERFORM 900-SYSKANRI-KEY10-SEL-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5113-REC
               IF    ( FLG-SYSKANRI        NOT =   ZERO )
                   MOVE    "NO EFFECTIVE 5113 RATE"
                                           TO  WRK-EXCPT-REASON
                   PERFORM 800-EXCPT-WRITE-SEC
                   GO  TO  500-RERATE-EXT
               END-IF
               MOVE    1                   TO  FLG-NEW-CHG
               MOVE    ORCSBRMSAG-SAGAKU-KBNCD
                                           TO  WRK-NEW-KBNCD
               MOVE    SYS-5113-BRM-SAGAKU-NM
                                           TO  WRK-NEW-GAKU
           END-IF
           PERFORM 510-LINE-READ-SEC
           IF    ( FLG-LIVE            =   ZERO )
            AND  ( FLG-NEW-CHG         =   ZERO )
               GO  TO  500-RERATE-EXT
           END-IF
           IF    ( FLG-LIVE            =   1 )
            AND  ( FLG-NEW-CHG         =   1 )
            AND  ( WRK-LIVE-BTUNUM     =   WRK-NEW-BTUNUM )
            AND  ( WRK-LIVE-BRMNUM     =   WRK-NEW-BRMNUM )
            AND  ( WRK-LIVE-KBNCD      =   WRK-NEW-KBNCD )
            AND  ( WRK-LIVE-GAKU       =   WRK-NEW-GAKU )
               GO  TO  500-RERATE-EXT
           END-IF
      *    RENNUM IS TWO DIGITS - A DAY WITHOUT ROOM FOR BOTH THE
      *    REVERSAL AND THE CORRECTION IS LISTED RATHER THAN HALF
      *    WRITTEN.
           IF    ( WRK-MAX-RENNUM      >   97 )
               MOVE    "TOO MANY RE-RATING LINES"
                                           TO  WRK-EXCPT-REASON
               PERFORM 800-EXCPT-WRITE-SEC
               GO  TO  500-RERATE-EXT
           END-IF
           IF    ( FLG-LIVE            =   1 )
               PERFORM 520-REVERSAL-WRITE-SEC
               IF    ( FLG-PTSAGAKU-INS    NOT =   ZERO )
                   GO  TO  500-RERATE-EXT
               END-IF
           END-IF
           IF    ( FLG-NEW-CHG         =   1 )
               PERFORM 530-CORRECT-WRITE-SEC
           END-IF
           .
       500-RERATE-EXT.
           EXIT.
       510-LINE-READ-SEC             SECTION.
      *    THE LINES ALREADY ON THE PATIENT/DAY, IN RENNUM ORDER - THE
      *    FIRST-BILLED LINE (RENNUM SPACE) FIRST. THE LINE IN FORCE
      *    IS THE LATEST BILLED OR CORRECTED LINE NOT CANCELLED BY A
      *    REVERSAL AFTER IT. THE "ptseiky" CURSOR IS ONLY BOUND ON ITS
      *    START KEY, SO THE READ STOPS ONCE THE KEY HAS MOVED PAST THE
      *    PATIENT/DAY INSTEAD OF WALKING THE REST OF THE TABLE.
           MOVE    ZERO                TO  FLG-LIVE
                                           WRK-MAX-RENNUM
                                           CNT-LINE
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    PTNYUINRRK-PTID     TO  PTSAGAKU-PTID
           MOVE    WRK-DAY-YMD         TO  PTSAGAKU-SEIKYUYMD
           PERFORM 900-PTSAGAKU-SEL-SEC
           PERFORM UNTIL ( FLG-PTSAGAKU    =   1 )
                    OR   ( PTSAGAKU-PTID       >   PTNYUINRRK-PTID )
                    OR ( ( PTSAGAKU-PTID       =   PTNYUINRRK-PTID )
                     AND ( PTSAGAKU-SEIKYUYMD  >   WRK-DAY-YMD ) )
               IF    ( PTSAGAKU-PTID       =   PTNYUINRRK-PTID )
                AND  ( PTSAGAKU-SEIKYUYMD  =   WRK-DAY-YMD )
                   PERFORM 515-ONE-LINE-SEC
               END-IF
               PERFORM 900-PTSAGAKU-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptsagaku"          TO  MCP-TABLE
           MOVE    "ptseiky"               TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       510-LINE-READ-EXT.
           EXIT.
       515-ONE-LINE-SEC              SECTION.
           COMPUTE CNT-LINE    =   CNT-LINE    +   1
           MOVE    PTSAGAKU-RENNUM     TO  WRK-RENNUM-X
           IF    ( WRK-RENNUM-X        IS  NUMERIC )
               IF    ( WRK-RENNUM          >   WRK-MAX-RENNUM )
                   MOVE    WRK-RENNUM          TO  WRK-MAX-RENNUM
               END-IF
           END-IF
           IF    ( PTSAGAKU-DENKBN     =   "1" )
               IF    ( FLG-LIVE            =   1 )
                AND  ( PTSAGAKU-MOTO-RENNUM    =   WRK-LIVE-RENNUM )
                   MOVE    ZERO                TO  FLG-LIVE
               END-IF
               GO  TO  515-ONE-LINE-EXT
           END-IF
           MOVE    1                   TO  FLG-LIVE
           MOVE    PTSAGAKU-PTNAME     TO  WRK-LIVE-PTNAME
           MOVE    PTSAGAKU-BTUNUM     TO  WRK-LIVE-BTUNUM
           MOVE    PTSAGAKU-BRMNUM     TO  WRK-LIVE-BRMNUM
           MOVE    PTSAGAKU-KBNCD      TO  WRK-LIVE-KBNCD
           MOVE    PTSAGAKU-SEIKYUGAKU TO  WRK-LIVE-GAKU
           MOVE    PTSAGAKU-RENNUM     TO  WRK-LIVE-RENNUM
           .
       515-ONE-LINE-EXT.
           EXIT.
       520-REVERSAL-WRITE-SEC        SECTION.
      *    THE REVERSAL REPEATS THE LINE IN FORCE FIELD FOR FIELD -
      *    SAME ROOM, CLASS AND AMOUNT - AND POINTS BACK AT IT.
           COMPUTE WRK-MAX-RENNUM  =   WRK-MAX-RENNUM  +   1
           MOVE    WRK-MAX-RENNUM      TO  WRK-RENNUM
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    PTNYUINRRK-PTID     TO  PTSAGAKU-PTID
           MOVE    WRK-LIVE-PTNAME     TO  PTSAGAKU-PTNAME
           MOVE    WRK-LIVE-BTUNUM     TO  PTSAGAKU-BTUNUM
           MOVE    WRK-LIVE-BRMNUM     TO  PTSAGAKU-BRMNUM
           MOVE    WRK-DAY-YMD         TO  PTSAGAKU-SEIKYUYMD
           MOVE    WRK-LIVE-KBNCD      TO  PTSAGAKU-KBNCD
           MOVE    WRK-LIVE-GAKU       TO  PTSAGAKU-SEIKYUGAKU
           MOVE    WRK-RENNUM-X        TO  PTSAGAKU-RENNUM
           MOVE    "1"                 TO  PTSAGAKU-DENKBN
           MOVE    WRK-LIVE-RENNUM     TO  PTSAGAKU-MOTO-RENNUM
           MOVE    WRK-SYSYMD          TO  PTSAGAKU-SAISANYMD
           PERFORM 900-PTSAGAKU-INS-SEC
           IF    ( FLG-PTSAGAKU-INS    NOT =   ZERO )
               MOVE    "REVERSAL LINE INSERT FAILED"
                                           TO  WRK-EXCPT-REASON
               PERFORM 800-EXCPT-WRITE-SEC
               GO  TO  520-REVERSAL-WRITE-EXT
           END-IF
           MOVE    "REVERSAL"          TO  WRK-RRT-DENNM
           PERFORM 810-RRT-WRITE-SEC
           COMPUTE CNT-REV     =   CNT-REV     +   1
           .
       520-REVERSAL-WRITE-EXT.
           EXIT.
       530-CORRECT-WRITE-SEC         SECTION.
           COMPUTE WRK-MAX-RENNUM  =   WRK-MAX-RENNUM  +   1
           MOVE    WRK-MAX-RENNUM      TO  WRK-RENNUM
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    PTNYUINRRK-PTID     TO  PTSAGAKU-PTID
           MOVE    PTNYUINRRK-PTNAME   TO  PTSAGAKU-PTNAME
           MOVE    WRK-NEW-BTUNUM      TO  PTSAGAKU-BTUNUM
           MOVE    WRK-NEW-BRMNUM      TO  PTSAGAKU-BRMNUM
           MOVE    WRK-DAY-YMD         TO  PTSAGAKU-SEIKYUYMD
           MOVE    WRK-NEW-KBNCD       TO  PTSAGAKU-KBNCD
           MOVE    WRK-NEW-GAKU        TO  PTSAGAKU-SEIKYUGAKU
           MOVE    WRK-RENNUM-X        TO  PTSAGAKU-RENNUM
           MOVE    "2"                 TO  PTSAGAKU-DENKBN
           MOVE    WRK-SYSYMD          TO  PTSAGAKU-SAISANYMD
           PERFORM 900-PTSAGAKU-INS-SEC
           IF    ( FLG-PTSAGAKU-INS    NOT =   ZERO )
               MOVE    "CORRECTED LINE INSERT FAILED"
                                           TO  WRK-EXCPT-REASON
               PERFORM 800-EXCPT-WRITE-SEC
               GO  TO  530-CORRECT-WRITE-EXT
           END-IF
           MOVE    "CORRECTED"         TO  WRK-RRT-DENNM
           PERFORM 810-RRT-WRITE-SEC
           COMPUTE CNT-COR     =   CNT-COR     +   1
           .
       530-CORRECT-WRITE-EXT.
           EXIT.
       600-CENSUS-SEC                SECTION.
      *    EACH TOUCHED NIGHT IS COUNTED AGAIN FROM SCRATCH - ROOMS
      *    FROM 5002 AS OF THE NIGHT, PATIENTS PRESENT AT MIDNIGHT
      *    PLACED THROUGH ORCSBRMHIS - AND THE WARD ROWS REFRESHED.
           PERFORM VARYING IDX-MOV FROM    1   BY  1
                   UNTIL ( IDX-MOV >   CND-MAX )
               MOVE    CND-YMD (IDX-MOV)   TO  WRK-CENYMD
               PERFORM 610-ROOM-LOAD-SEC
               PERFORM 620-COUNT-SEC
               PERFORM 630-WARD-WRITE-SEC
               COMPUTE CNT-NIGHT   =   CNT-NIGHT   +   1
           END-PERFORM
           .
       600-CENSUS-EXT.
           EXIT.
       610-ROOM-LOAD-SEC             SECTION.
           INITIALIZE                  CEN-ROOM-AREA
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5002"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5002-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5002-STYUKYMD   <=  WRK-CENYMD )
                AND  ( SYS-5002-EDYUKYMD   >=  WRK-CENYMD )
                   IF    ( CEN-ROOM-MAX        >=  2500 )
                       MOVE    1               TO  FLG-ROOM-OVER
                   ELSE
                       COMPUTE CEN-ROOM-MAX    =   CEN-ROOM-MAX    +   1
                       MOVE    CEN-ROOM-MAX        TO  IDX1
                       MOVE    SYS-5002-BTUNUM     TO  CEN-BTUNUM (IDX1)
                       MOVE    SYS-5002-BRMNUM     TO  CEN-BRMNUM (IDX1)
                       IF    ( SYS-5002-BEDSU      IS  NUMERIC )
                           MOVE    SYS-5002-BEDSU  TO  CEN-BEDSU  (IDX1)
                       ELSE
                           MOVE    ZERO            TO  CEN-BEDSU  (IDX1)
                       END-IF
                       MOVE    ZERO                TO  CEN-ZAIIN  (IDX1)
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
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-CENYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >  WRK-CENYMD ) )
                   PERFORM 625-ROOM-ADD-SEC
               END-IF
      *        625-ROOM-ADD-SEC CALLS ORCSBRMHIS, WHICH LEAVES
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
       625-ROOM-ADD-SEC              SECTION.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-CENYMD          TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   CEN-ROOM-MAX )
               IF    ( CEN-BTUNUM (IDX1)   =   ORCSBRMHIS-OUT-BTUNUM )
                AND  ( CEN-BRMNUM (IDX1)   =   ORCSBRMHIS-OUT-BRMNUM )
                   COMPUTE CEN-ZAIIN (IDX1)
                       =   CEN-ZAIIN (IDX1)  +   1
               END-IF
           END-PERFORM
           .
       625-ROOM-ADD-EXT.
           EXIT.
       630-WARD-WRITE-SEC            SECTION.
      *    THE ROOM TABLE IS IN WARD/ROOM ORDER, SO THE WARD TOTALS
      *    FALL OUT OF A CONTROL BREAK ON BTUNUM.
           MOVE    SPACE               TO  WRK-PRV-BTUNUM
           MOVE    ZERO                TO  CNT-WARD-ZAI
                                           CNT-WARD-BED
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   CEN-ROOM-MAX )
               IF    ( CEN-BTUNUM (IDX1)   NOT =   WRK-PRV-BTUNUM )
                   IF    ( WRK-PRV-BTUNUM      NOT =   SPACE )
                       PERFORM 640-CENSUSRRK-WRITE-SEC
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
               PERFORM 640-CENSUSRRK-WRITE-SEC
           END-IF
           .
       630-WARD-WRITE-EXT.
           EXIT.
       640-CENSUSRRK-WRITE-SEC       SECTION.
           MOVE    SPACE               TO  CENSUSRRK-REC
           MOVE    WRK-CENYMD          TO  CENSUSRRK-CENYMD
           MOVE    WRK-PRV-BTUNUM      TO  CENSUSRRK-BTUNUM
           PERFORM 900-CENSUSRRK-KEY-SEL-SEC
           MOVE    SPACE               TO  CENSUSRRK-REC
           MOVE    WRK-CENYMD          TO  CENSUSRRK-CENYMD
           MOVE    WRK-PRV-BTUNUM      TO  CENSUSRRK-BTUNUM
           MOVE    CNT-WARD-ZAI        TO  CENSUSRRK-ZAISU
           MOVE    CNT-WARD-BED        TO  CENSUSRRK-BEDSU
           IF    ( FLG-CENSUSRRK-GET   =   ZERO )
               PERFORM 900-CENSUSRRK-UPD-SEC
           ELSE
               PERFORM 900-CENSUSRRK-INS-SEC
           END-IF
           .
       640-CENSUSRRK-WRITE-EXT.
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
           MOVE    PTNYUINRRK-PTID     TO  WRK-EXCPT-PTID
           MOVE    PTNYUINRRK-PTNAME   TO  WRK-EXCPT-PTNAME
           MOVE    WRK-DAY-YMD         TO  WRK-EXCPT-SEIKYUYMD
           MOVE    WRK-NEW-BTUNUM      TO  WRK-EXCPT-BTUNUM
           MOVE    WRK-NEW-BRMNUM      TO  WRK-EXCPT-BRMNUM
           MOVE    WRK-EXCPT-LINE      TO  EXCPT-REC
           WRITE   EXCPT-REC
           COMPUTE CNT-EXCPT   =   CNT-EXCPT   +   1
           .
       800-EXCPT-WRITE-EXT.
           EXIT.
       810-RRT-WRITE-SEC             SECTION.
           MOVE    PTSAGAKU-PTID       TO  WRK-RRT-PTID
           MOVE    PTSAGAKU-PTNAME     TO  WRK-RRT-PTNAME
           MOVE    PTSAGAKU-SEIKYUYMD  TO  WRK-RRT-SEIKYUYMD
           MOVE    PTSAGAKU-RENNUM     TO  WRK-RRT-RENNUM
           MOVE    PTSAGAKU-BTUNUM     TO  WRK-RRT-BTUNUM
           MOVE    PTSAGAKU-BRMNUM     TO  WRK-RRT-BRMNUM
           MOVE    PTSAGAKU-KBNCD      TO  WRK-RRT-KBNCD
           MOVE    PTSAGAKU-SEIKYUGAKU TO  WRK-RRT-GAKU
           MOVE    WRK-RRT-LINE        TO  RRT-REC
           WRITE   RRT-REC
           .
       810-RRT-WRITE-EXT.
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
       900-SYSKANRIRRK-SEL-SEC       SECTION.
           MOVE    ZERO                TO  FLG-SYSKANRIRRK
           MOVE    "tbl_syskanrirrk"   TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRIRRK-REC
           PERFORM 900-SYSKANRIRRK-FET-SEC
           .
       900-SYSKANRIRRK-SEL-EXT.
           EXIT.
       900-SYSKANRIRRK-FET-SEC       SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRIRRK-REC
                                               FLG-SYSKANRIRRK
           .
       900-SYSKANRIRRK-FET-EXT.
           EXIT.
       900-PTNYUINRRK-SEL-SEC          SECTION.
      *    SAME "btunumseq" ACCESS PATH AS THE CENSUS - THE BIND
      *    FIELDS TAKE THE ADMISSION-DATE WINDOW, HERE EVERYTHING
      *    ADMITTED UP TO AND INCLUDING THE BILLING DATE (OR THE
      *    NIGHT BEING RECOUNTED).
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           MOVE    "00000000"          TO  PTNYUINRRK-NYUINYMD
           IF    ( WRK-CENYMD          =   SPACE )
               MOVE    WRK-SEIYMD          TO  PTNYUINRRK-TAIINYMD
           ELSE
               MOVE    WRK-CENYMD          TO  PTNYUINRRK-TAIINYMD
           END-IF
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
       900-PTSAGAKU-SEL-SEC           SECTION.
      *    CURSOR OVER EVERY LINE OF THE PATIENT/DATE ALREADY IN
      *    PTSAGAKU-REC ON THE "ptseiky" ACCESS PATH, IN RENNUM ORDER.
           MOVE    ZERO                TO  FLG-PTSAGAKU
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "ptseiky"           TO  MCP-PATHNAME
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
       900-PTSAGAKU-INS-SEC           SECTION.
           MOVE    ZERO                TO  FLG-PTSAGAKU-INS
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "ptseiky"           TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
                                               FLG-PTSAGAKU-INS
           .
       900-PTSAGAKU-INS-EXT.
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
       900-TERM-SEC                   SECTION.
           CLOSE                       RRT-FILE
                                       EXCPT-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           COMPUTE ORCSBRUN-ROWCNT     =   CNT-REV     +   CNT-COR
           IF    ( FLG-MOV-OVER        =   1 )
            OR   ( FLG-DSC-OVER        =   1 )
            OR   ( FLG-RAT-OVER        =   1 )
            OR   ( FLG-CEN-OVER        =   1 )
            OR   ( FLG-ROOM-OVER       =   1 )
      *        AN ABNORMAL END ALSO KEEPS THIS RUN FROM BECOMING THE
      *        NEXT RUN'S "SINCE" POINT, SO WHAT DID NOT FIT TONIGHT
      *        IS PICKED UP AGAIN TOMORROW.
               DISPLAY "ORCD8RRT: WORK TABLE FULL - RE-RATING IS "
                       "INCOMPLETE"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCD8RRT: " CNT-STAY " STAYS, "
                               CNT-DAY " DAYS RE-RESOLVED, "
                               CNT-REV " REVERSED, "
                               CNT-COR " CORRECTED, "
                               CNT-EXCPT " EXCEPTIONS, "
                               CNT-NIGHT " CENSUS NIGHTS RECOUNTED"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
