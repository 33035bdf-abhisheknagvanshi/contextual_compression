           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSPDAY.INC".
       01  SYSKANRISIN-REC.
           COPY    "CPSYSKANRISIN.INC".
       01  FLG-AREA.
           03  FLG-END                             PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-UPDATE-MODE                     PIC 9(01).
           03  FLG-SKIP                            PIC 9(01).
           03  FLG-OVERFLOW                        PIC 9(01).
           03  FLG-SYSKANRISIN                     PIC 9(01).
           03  FLG-SHN                             PIC 9(01).
           03  FLG-PENDING                         PIC 9(01).
           03  FLG-SIN-ERR                         PIC 9(01).
           03  FLG-ARG-ERR                         PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDX2                                PIC 9(04).
       01  CNT-AREA.
           03  CNT-PLAN                            PIC 9(07).
           03  CNT-SKIP                            PIC 9(07).
           03  CNT-SIN                             PIC 9(07).
       01  WRK-AREA.
           03  WRK-CUTYMD                          PIC X(08).
           03  WRK-MODE                            PIC X(08).
           03  WRK-OPID                            PIC X(16).
           03  WRK-MAX-SINNUM                      PIC 9(08).
           03  WRK-TIME                            PIC X(08).
           03  WRK-EVEYMD                          PIC X(08).
           03  WRK-PDAY-IN                         PIC X(08).
           03  WRK-PDAY-OUT                        PIC X(08).
           03  SKP-MAX                             PIC 9(04).
           03  SKP-OCC                             OCCURS  2000.
               05  SKP-KEY                         PIC X(14).
      *    MASTER KEYS WITH A CHANGE ALREADY AWAITING APPROVAL - A
      *    SECOND PROPOSAL FOR THE SAME ROW IS REPORTED AND SKIPPED.
       01  PND-AREA.
           03  PND-MAX                             PIC 9(04).
           03  PND-OCC                             OCCURS  2000.
               05  PND-KEY                         PIC X(14).
       01  CONST-AREA.
           03  CONST-KANRICD-VAL.
               05  FILLER              PIC X(04) VALUE "5001".
               05  FILLER              PIC X(04) VALUE "5112".
               05  FILLER              PIC X(04) VALUE "5113".
               05  FILLER              PIC X(04) VALUE "5116".
               05  FILLER              PIC X(04) VALUE "5118".
           03  CONST-KANRICD-R REDEFINES   CONST-KANRICD-VAL.
               05  CONST-KANRICD       PIC X(04) OCCURS 10.
           03  CONST-KANRICD-MAX       PIC 9(03) VALUE 10.
      *    BILLING MASTERS - A CHANGE TO ONE NEEDS A SECOND OPERATOR'S
      *    APPROVAL ON W25 BEFORE IT REACHES tbl_syskanri.
           03  CONST-SHN-KANRICD-VAL.
               05  FILLER              PIC X(04) VALUE "5001".
               05  FILLER              PIC X(04) VALUE "5111".
               05  FILLER              PIC X(04) VALUE "5113".
               05  FILLER              PIC X(04) VALUE "5114".
               05  FILLER              PIC X(04) VALUE "5115".
           03  CONST-SHN-KANRICD-R REDEFINES   CONST-SHN-KANRICD-VAL.
               05  CONST-SHN-KANRICD   PIC X(04) OCCURS 5.
           03  CONST-SHN-KANRICD-MAX   PIC 9(03) VALUE 5.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    USED TO COST, DONE IN ONE PASS. ARGUMENT TWO MUST BE THE
      *    LITERAL "UPDATE" FOR ANYTHING TO BE WRITTEN; ANY OTHER VALUE
      *    IS A DRY RUN THAT ONLY PRINTS THE FULL WOULD-BE CHANGE LIST
      *    FOR SIGN-OFF. EVEN IN AN UPDATE RUN A BILLING MASTER (5001,
      *    5111, 5113, 5114, 5115) IS NOT WRITTEN: EACH OF ITS
      *    CARRY-FORWARDS IS FILED IN tbl_syskanrisin AS ONE PROPOSAL
      *    UNDER THE OPERATOR ID GIVEN AS ARGUMENT THREE, AND TAKES
      *    EFFECT WHEN A SECOND OPERATOR APPROVES IT ON W25. W25 WILL
      *    NOT LET THE PROPOSER APPROVE, SO AN UPDATE RUN MUST NAME THE
      *    OPERATOR RUNNING IT - WITHOUT ARGUMENT THREE IT IS ABANDONED
      *    BEFORE ANYTHING IS READ OR WRITTEN AND ENDS ABNORMALLY.
           PERFORM 100-INIT-SEC
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 200-COLLECT-SEC
               PERFORM 400-APPLY-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
                                       CNT-AREA
                                       CPY-AREA
                                       SKP-AREA
                                       PND-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-CUTYMD         FROM    ARGUMENT-VALUE
           DISPLAY 2                  UPON    ARGUMENT-NUMBER
           IF    ( WRK-MODE            =   "UPDATE" )
               MOVE    1               TO  FLG-UPDATE-MODE
           END-IF
           DISPLAY 3                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-OPID           FROM    ARGUMENT-VALUE
           IF    ( FLG-UPDATE-MODE     =   1 )
            AND  ( WRK-OPID            =   SPACE )
               DISPLAY "ORCC4CPY: UPDATE RUN NEEDS THE OPERATOR ID AS "
                       "ARGUMENT THREE - RUN ABANDONED"
               MOVE    1               TO  FLG-ARG-ERR
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCC4CPY"          TO  ORCSBRUN-PGID
           MOVE    WRK-CUTYMD          TO  ORCSBRUN-ARG1
           MOVE    WRK-CUTYMD          TO  WRK-PDAY-IN
           PERFORM 700-PREV-DAY-SEC
           MOVE    WRK-PDAY-OUT        TO  WRK-EVEYMD
           IF    ( FLG-ARG-ERR         =   ZERO )
               PERFORM 150-SIN-LOAD-SEC
           END-IF
           OPEN    OUTPUT              LIST-FILE
           MOVE    WRK-CUTYMD          TO  WRK-RPT-TITLE-YMD
           EVALUATE    TRUE
           WHEN  ( FLG-ARG-ERR         =   1 )
               MOVE    "ABANDONED - NO OPERATOR ID"
                                       TO  WRK-RPT-TITLE-MODE
           WHEN  ( FLG-UPDATE-MODE     =   1 )
               MOVE    "UPDATE MODE - ROWS WRITTEN"
                                       TO  WRK-RPT-TITLE-MODE
           WHEN  OTHER
               MOVE    "DRY RUN - NOTHING WRITTEN"
                                       TO  WRK-RPT-TITLE-MODE
           END-EVALUATE
           MOVE    WRK-RPT-TITLE       TO  LIST-REC
           WRITE   LIST-REC
           .
       100-INIT-EXT.
           EXIT.
       150-SIN-LOAD-SEC              SECTION.
      *    ONE PASS OVER THE PROPOSALS: THE HIGHEST NUMBER SEEDS THE
      *    NUMBERING OF THIS RUN'S OWN, AND THE KEY OF EVERY ONE STILL
      *    AWAITING APPROVAL IS KEPT FOR 500-ONE-ROW-SEC.
           MOVE    ZERO                TO  WRK-MAX-SINNUM
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    ZERO                TO  SYSKANRISIN-SINNUM
           PERFORM 900-SYSKANRISIN-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRISIN =   1 )
               IF    ( SYSKANRISIN-SINNUM  >   WRK-MAX-SINNUM )
                   MOVE    SYSKANRISIN-SINNUM  TO  WRK-MAX-SINNUM
               END-IF
               IF    ( SYSKANRISIN-STATUS  =   "1" )
                   IF    ( PND-MAX             <   2000 )
                       COMPUTE PND-MAX =   PND-MAX +   1
                       MOVE    PND-MAX         TO  IDX1
                       MOVE    SYSKANRISIN-KANRICD
                                               TO  PND-KEY (IDX1) (1:4)
                       MOVE    SYSKANRISIN-KBNCD
                                               TO  PND-KEY (IDX1) (5:10)
                   ELSE
                       MOVE    1               TO  FLG-OVERFLOW
                   END-IF
               END-IF
               PERFORM 900-SYSKANRISIN-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "sinnum"            TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       150-SIN-LOAD-EXT.
           EXIT.
       200-COLLECT-SEC               SECTION.
           PERFORM VARYING IDXK    FROM    1   BY  1
                   UNTIL ( IDXK    >   CONST-KANRICD-MAX )
       500-ONE-ROW-SEC               SECTION.
           MOVE    CPY-IMAGE (IDX1)    TO  SYSKANRI-REC
           MOVE    ZERO                TO  FLG-SKIP
                                           FLG-SHN
                                           FLG-PENDING
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   SKP-MAX )
               IF    ( SKP-KEY (IDX2)      =   SYSKANRI-REC (1:14) )
                   MOVE    1               TO  FLG-SKIP
               END-IF
           END-PERFORM
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   PND-MAX )
               IF    ( PND-KEY (IDX2)      =   SYSKANRI-REC (1:14) )
                   MOVE    1               TO  FLG-PENDING
               END-IF
           END-PERFORM
           PERFORM VARYING IDX2    FROM    1   BY  1
                   UNTIL ( IDX2    >   CONST-SHN-KANRICD-MAX )
               IF    ( CONST-SHN-KANRICD (IDX2)    =   SYS-KANRICD )
                   MOVE    1               TO  FLG-SHN
               END-IF
           END-PERFORM
           MOVE    SYS-KANRICD         TO  WRK-RPT-KANRICD
           MOVE    SYS-KBNCD           TO  WRK-RPT-KBNCD
           MOVE    SYS-STYUKYMD        TO  WRK-RPT-OLD-ST
                                           WRK-RPT-NEW-ED
           MOVE    WRK-EVEYMD          TO  WRK-RPT-CLS-ED
           MOVE    WRK-CUTYMD          TO  WRK-RPT-NEW-ST
           EVALUATE    TRUE
           WHEN  ( FLG-SKIP            =   1 )
               MOVE    "SKIPPED - CUTOVER EXISTS"
                                       TO  WRK-RPT-NOTE
               COMPUTE CNT-SKIP    =   CNT-SKIP    +   1
           WHEN  ( FLG-PENDING         =   1 )
               MOVE    "SKIPPED - CHANGE PENDING"
                                       TO  WRK-RPT-NOTE
               COMPUTE CNT-SKIP    =   CNT-SKIP    +   1
           WHEN  ( FLG-SHN             =   1 )
               IF    ( FLG-UPDATE-MODE     =   1 )
                   MOVE    "FILED FOR APPROVAL"
                                       TO  WRK-RPT-NOTE
               ELSE
                   MOVE    "PLANNED - NEEDS APPROVAL"
                                       TO  WRK-RPT-NOTE
               END-IF
               COMPUTE CNT-SIN     =   CNT-SIN     +   1
           WHEN  OTHER
               IF    ( FLG-UPDATE-MODE     =   1 )
                   MOVE    "APPLIED"       TO  WRK-RPT-NOTE
               ELSE
                   MOVE    "PLANNED"       TO  WRK-RPT-NOTE
               END-IF
               COMPUTE CNT-PLAN    =   CNT-PLAN    +   1
           END-EVALUATE
           MOVE    WRK-RPT-LINE        TO  LIST-REC
           WRITE   LIST-REC
           IF    ( FLG-SKIP            =   ZERO )
            AND  ( FLG-PENDING         =   ZERO )
            AND  ( FLG-SHN             =   1 )
            AND  ( FLG-UPDATE-MODE     =   1 )
               PERFORM 600-SIN-FILE-SEC
           END-IF
           IF    ( FLG-SKIP            =   ZERO )
            AND  ( FLG-PENDING         =   ZERO )
            AND  ( FLG-SHN             =   ZERO )
            AND  ( FLG-UPDATE-MODE     =   1 )
      *        CLONE FIRST, THEN CLOSE: A FAILURE BETWEEN THE TWO
      *        LEAVES AN OVERLAP THE RERUN REPORTS AND SKIPS, NOT A
           .
       500-ONE-ROW-EXT.
           EXIT.
       600-SIN-FILE-SEC              SECTION.
      *    FILES THE CARRY-FORWARD OF THE ROW AT IDX1 AS ONE PROPOSAL:
      *    THE BEFORE IMAGE IS THE ROW AS IT STANDS, THE AFTER IMAGE
      *    THE CLONE OPENING ON THE CUTOVER. APPROVAL ON W25 MAKES THE
      *    SAME CLONE AND CLOSE AN UPDATE RUN MAKES FOR ANY OTHER CODE.
           MOVE    SPACE               TO  SYSKANRISIN-REC
           COMPUTE SYSKANRISIN-SINNUM  =   WRK-MAX-SINNUM  +   1
           MOVE    "1"                 TO  SYSKANRISIN-STATUS
           MOVE    SYS-KANRICD         TO  SYSKANRISIN-KANRICD
           MOVE    SYS-KBNCD           TO  SYSKANRISIN-KBNCD
           MOVE    "4"                 TO  SYSKANRISIN-UPDKBN
           MOVE    "ORCC4CPY"          TO  SYSKANRISIN-PGID
           MOVE    WRK-OPID            TO  SYSKANRISIN-SIN-OPID
           ACCEPT  SYSKANRISIN-SIN-YMD FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TIME (1:6)      TO  SYSKANRISIN-SIN-HMS
           MOVE    CPY-IMAGE (IDX1)    TO  SYSKANRISIN-BEF-IMAGE
           MOVE    SYS-STYUKYMD        TO  SYSKANRISIN-BEF-STYUKYMD
           MOVE    SYS-EDYUKYMD        TO  SYSKANRISIN-BEF-EDYUKYMD
           MOVE    WRK-CUTYMD          TO  SYS-STYUKYMD
           MOVE    SYSKANRI-REC        TO  SYSKANRISIN-AFT-IMAGE
           MOVE    SYS-STYUKYMD        TO  SYSKANRISIN-AFT-STYUKYMD
           MOVE    SYS-EDYUKYMD        TO  SYSKANRISIN-AFT-EDYUKYMD
           PERFORM 900-SYSKANRISIN-INS-SEC
           IF    ( FLG-SYSKANRISIN     =   ZERO )
               MOVE    SYSKANRISIN-SINNUM  TO  WRK-MAX-SINNUM
           ELSE
               DISPLAY "ORCC4CPY: PROPOSAL WRITE FAILED FOR "
                       SYS-KANRICD " " SYS-KBNCD
               MOVE    1               TO  FLG-SIN-ERR
           END-IF
           .
       600-SIN-FILE-EXT.
           EXIT.
       700-PREV-DAY-SEC              SECTION.
      *    CIVIL-CALENDAR PREVIOUS DAY OF WRK-PDAY-IN, RETURNED IN
      *    WRK-PDAY-OUT - THE CALENDAR ITSELF LIVES IN THE SHARED
           .
       900-SYSKANRI-UPD-EXT.
           EXIT.
       900-SYSKANRISIN-SEL-SEC       SECTION.
      *    "sinnum" IS THE ACCESS PATH OF tbl_syskanrisin ORDERED BY
      *    PROPOSAL NUMBER - THE BIND FIELD TAKES THE FIRST NUMBER
      *    WANTED.
           MOVE    ZERO                TO  FLG-SYSKANRISIN
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "sinnum"            TO  MCP-PATHNAME
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
       900-SYSKANRISIN-INS-SEC       SECTION.
           MOVE    ZERO                TO  FLG-SYSKANRISIN
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRISIN-REC
                                               FLG-SYSKANRISIN
           .
       900-SYSKANRISIN-INS-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           CLOSE                       LIST-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           COMPUTE ORCSBRUN-ROWCNT =   CNT-PLAN    +   CNT-SIN
           IF    ( FLG-ARG-ERR         =   1 )
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
               CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
               GO  TO  900-TERM-EXT
           END-IF
           IF    ( FLG-OVERFLOW        =   1 )
               DISPLAY "ORCC4CPY: WORK TABLE FULL - CHANGE LIST IS "
                       "INCOMPLETE, RUN NOT APPLIED CLEANLY"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               IF    ( FLG-SIN-ERR         =   1 )
                   MOVE    "9"             TO  ORCSBRUN-ENDKBN
               ELSE
                   MOVE    "1"             TO  ORCSBRUN-ENDKBN
               END-IF
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCC4CPY: " CNT-PLAN " ROWS CARRIED FORWARD, "
                               CNT-SIN " FOR APPROVAL, "
                               CNT-SKIP " SKIPPED"
           .
       900-TERM-EXT.
