           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-KIKAN-DABURI                    PIC 9(01).
           03  FLG-SSTKIJUNERR                     PIC 9(01).
           03  FLG-SYSKANRISIN                     PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(05).
           03  IDXA                                PIC 9(05).
           03  WRK-JNL-UPDKBN                      PIC X(01).
           03  WRK-JNL-BEFORE                      PIC X(335).
           03  WRK-JNL-TIME                        PIC X(08).
           03  WRK-SINNUM-X                        PIC X(08).
           03  WRK-SINNUM-R    REDEFINES   WRK-SINNUM-X.
               05  WRK-SINNUM                      PIC 9(08).
           03  WRK-MAX-SINNUM                      PIC 9(08).
           03  WRK-SIN-PENDING                     PIC 9(05).
           COPY  "CPSYSKANRI.INC".
           COPY  "CPSK5001.INC".
           COPY  "CPSK5114.INC".
           COPY  "CPSK5115.INC".
       01  SYSKANRISIN-REC.
           COPY  "CPSYSKANRISIN.INC".
       LINKAGE                     SECTION.
           COPY    "MCPAREA".
           COPY    "ORCA-SPA".
      *    EVERY NIGHT, SO THOSE MASTERS STOP BEING MAINTAINED BY HAND
      *    AT THE DATABASE. A NEW 5114 ENTRY IS CHECKED AGAINST THE
      *    5115 RULES BEFORE IT IS STORED - THE SAME PAIRING LOGIC THE
      *    AUDIT APPLIES AFTER THE FACT. BOTH ARE BILLING MASTERS, SO
      *    AN EDIT IS NOT WRITTEN TO tbl_syskanri HERE: IT IS FILED IN
      *    tbl_syskanrisin AS A PROPOSAL UNDER THE OPERATOR'S ID, AND
      *    TAKES EFFECT - AND IS JOURNALLED TO tbl_syskanrirrk - ONLY
      *    WHEN A SECOND OPERATOR APPROVES IT ON THE W25 SCREEN.
           INITIALIZE                  FLG-AREA
           INITIALIZE                  IDX-AREA
           INITIALIZE                  WRK-AREA
           MOVE    WRK-CAND-STYMD      TO  SYS-5114-STYUKYMD
           MOVE    WRK-CAND-EDYMD      TO  SYS-5114-EDYUKYMD
           MOVE    SYS-5114-REC        TO  SYSKANRI-REC
           MOVE    SPACE               TO  WRK-JNL-BEFORE
           MOVE    "1"                 TO  WRK-JNL-UPDKBN
           PERFORM 4900-SIN-FILE-SEC
           .
       4700-S14-ADD-EXT.
           EXIT.
                                       TO  SYS-5114-EDYUKYMD
           MOVE    SYS-5114-REC        TO  SYSKANRI-REC
           MOVE    "3"                 TO  WRK-JNL-UPDKBN
           PERFORM 4900-SIN-FILE-SEC
           .
       4710-S14-CLS-EXT.
           EXIT.
           MOVE    WRK-CAND-EDYMD      TO  SYS-5115-EDYUKYMD
           MOVE    SPA-GMN-W22-RULENM  TO  SYS-5115-RULE-NM
           MOVE    SYS-5115-REC        TO  SYSKANRI-REC
           MOVE    SPACE               TO  WRK-JNL-BEFORE
           MOVE    "1"                 TO  WRK-JNL-UPDKBN
           PERFORM 4900-SIN-FILE-SEC
           .
       4720-S15-ADD-EXT.
           EXIT.
                                       TO  SYS-5115-EDYUKYMD
           MOVE    SYS-5115-REC        TO  SYSKANRI-REC
           MOVE    "3"                 TO  WRK-JNL-UPDKBN
           PERFORM 4900-SIN-FILE-SEC
           .
       4730-S15-CLS-EXT.
           EXIT.
           .
       4420-S15-OVERLAP-CHK-EXT.
           EXIT.
       4900-SIN-FILE-SEC             SECTION.
      *    FILES THE EDIT STAGED IN SYSKANRI-REC AS A PROPOSAL UNDER
      *    THE NEXT PROPOSAL NUMBER - WRK-JNL-UPDKBN SAYS WHAT KIND OF
      *    CHANGE IT IS AND WRK-JNL-BEFORE HOLDS THE ROW AS IT STANDS
      *    (SPACE ON AN INSERT). ONLY ONE PROPOSAL PER MASTER KEY MAY
      *    AWAIT APPROVAL AT A TIME, SO TWO QUEUED EDITS TO THE SAME
      *    ROW CAN NEVER BE APPROVED ONE ON TOP OF THE OTHER.
           PERFORM 4910-SIN-SCAN-SEC
           IF    ( WRK-SIN-PENDING     >   ZERO )
               MOVE
            "E929:A CHANGE TO THIS ROW IS ALREADY AWAITING APPROVAL"
                                       TO  SPA-ERRCD
               GO  TO  4900-SIN-FILE-EXT
           END-IF
           MOVE    SPACE               TO  SYSKANRISIN-REC
           COMPUTE SYSKANRISIN-SINNUM  =   WRK-MAX-SINNUM  +   1
           MOVE    "1"                 TO  SYSKANRISIN-STATUS
           MOVE    SYS-KANRICD         TO  SYSKANRISIN-KANRICD
           MOVE    SYS-KBNCD           TO  SYSKANRISIN-KBNCD
           MOVE    WRK-JNL-UPDKBN      TO  SYSKANRISIN-UPDKBN
           MOVE    "ORCGW22"           TO  SYSKANRISIN-PGID
           MOVE    SPA-OPID            TO  SYSKANRISIN-SIN-OPID
           ACCEPT  SYSKANRISIN-SIN-YMD FROM    DATE YYYYMMDD
           ACCEPT  WRK-JNL-TIME        FROM    TIME
           MOVE    WRK-JNL-TIME (1:6)  TO  SYSKANRISIN-SIN-HMS
           MOVE    WRK-JNL-BEFORE      TO  SYSKANRISIN-BEF-IMAGE
           IF    ( WRK-JNL-BEFORE      NOT =   SPACE )
               MOVE    WRK-JNL-BEFORE (15:8)
                                       TO  SYSKANRISIN-BEF-STYUKYMD
               MOVE    WRK-JNL-BEFORE (23:8)
                                       TO  SYSKANRISIN-BEF-EDYUKYMD
           END-IF
           MOVE    SYSKANRI-REC        TO  SYSKANRISIN-AFT-IMAGE
           MOVE    SYS-STYUKYMD        TO  SYSKANRISIN-AFT-STYUKYMD
           MOVE    SYS-EDYUKYMD        TO  SYSKANRISIN-AFT-EDYUKYMD
           PERFORM 900-SYSKANRISIN-INS-SEC
           IF    ( FLG-SYSKANRISIN     NOT =   ZERO )
               MOVE
            "E966:CHANGE PROPOSAL WRITE FAILED"
                                       TO  SPA-ERRCD
               GO  TO  4900-SIN-FILE-EXT
           END-IF
           MOVE    SYSKANRISIN-SINNUM  TO  WRK-SINNUM
           MOVE    WRK-SINNUM-X        TO  SPA-GMN-W22-SINNUM
           .
       4900-SIN-FILE-EXT.
           EXIT.
       4910-SIN-SCAN-SEC             SECTION.
      *    ONE PASS OVER EVERY PROPOSAL: THE HIGHEST NUMBER GIVES THE
      *    NEXT PROPOSAL ITS NUMBER, AND THOSE STILL AWAITING APPROVAL
      *    FOR THE MASTER KEY IN SYSKANRI-REC ARE COUNTED.
           MOVE    ZERO                TO  WRK-MAX-SINNUM
                                           WRK-SIN-PENDING
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    ZERO                TO  SYSKANRISIN-SINNUM
           PERFORM 900-SYSKANRISIN-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRISIN =   1 )
               IF    ( SYSKANRISIN-SINNUM  >   WRK-MAX-SINNUM )
                   MOVE    SYSKANRISIN-SINNUM  TO  WRK-MAX-SINNUM
               END-IF
               IF    ( SYSKANRISIN-STATUS  =   "1" )
                AND  ( SYSKANRISIN-KANRICD =   SYS-KANRICD )
                AND  ( SYSKANRISIN-KBNCD   =   SYS-KBNCD )
                   COMPUTE WRK-SIN-PENDING
                       =   WRK-SIN-PENDING +   1
               END-IF
               PERFORM 900-SYSKANRISIN-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "sinnum"            TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       4910-SIN-SCAN-EXT.
           EXIT.
       510-ERRSET-SEC                SECTION.
           MOVE    SPA-ERRCD           TO  WRK-WIDMSG
           MOVE    "ERRAREA "          TO  WRK-MCP-WIDGET
           .
       900-SYSKANRI-KEY10-SEL-EXT.
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
      *    EVERY EDIT OUT OF THIS SCREEN LEAVES THROUGH THIS SECTION
      *    AS A PROPOSAL - NOTHING HERE WRITES tbl_syskanri ITSELF.
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
       910-DBCLOSECURSOR-SEC         SECTION.
      *    GENERIC CURSOR-CLOSE, CALLED AFTER ANY 900-xxxx-SEL-SEC
