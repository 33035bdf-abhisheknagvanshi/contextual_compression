       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                               ORCGW25.
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
           03  FLG-SYSKANRIRRK                     PIC 9(01).
           03  FLG-JNL-ERR                         PIC 9(01).
           03  FLG-SYSKANRISIN                     PIC 9(01).
           03  FLG-SYSKANRISIN-GET                 PIC 9(01).
           03  FLG-KIKAN-DABURI                    PIC 9(01).
           03  FLG-SSTKIJUNERR                     PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(05).
           03  IDXA                                PIC 9(05).
           03  IDXB                                PIC 9(05).
       01  WRK-AREA.
           03  WRK-MCP-WIDGET                      PIC X(64).
           03  WRK-WIDMSG                          PIC X(70).
           03  WRK-SINNUM-X                        PIC X(08).
           03  WRK-SINNUM-R    REDEFINES   WRK-SINNUM-X.
               05  WRK-SINNUM                      PIC 9(08).
           03  WRK-CAND-STYMD                      PIC X(08).
           03  WRK-CAND-EDYMD                      PIC X(08).
           03  WRK-CAND-BTUNUM                     PIC X(02).
           03  WRK-CAND-CD                         PIC X(04).
           03  WRK-HOLD-MAX                        PIC 9(03).
           03  WRK-HOLD-OCC                        OCCURS  200.
               05  WRK-HOLD-BTUNUM                 PIC X(02).
               05  WRK-HOLD-CD                     PIC X(04).
               05  WRK-HOLD-STYMD                  PIC X(08).
               05  WRK-HOLD-EDYMD                  PIC X(08).
           03  WRK-CHK-STYMD                       PIC X(08).
           03  WRK-CHK-EDYMD                       PIC X(08).
           03  WRK-EVEYMD                          PIC X(08).
           03  WRK-PDAY-IN                         PIC X(08).
           03  WRK-PDAY-OUT                        PIC X(08).
           03  WRK-JNL-UPDKBN                      PIC X(01).
           03  WRK-JNL-BEFORE                      PIC X(335).
           03  WRK-JNL-TIME                        PIC X(08).
           COPY  "CPSYSKANRI.INC".
           COPY  "CPSYSKANRIRRK.INC".
           COPY  "CPORCSPDAY.INC".
           COPY  "CPSK5114.INC".
           COPY  "CPSK5115.INC".
       01  SYSKANRISIN-REC.
           COPY  "CPSYSKANRISIN.INC".
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
      *    W25 - BILLING-MASTER CHANGE APPROVAL. AN EDIT TO 5001, 5111,
      *    5113, 5114 OR 5115 - FROM W22 OR FROM AN ORCC4CPY UPDATE
      *    RUN - IS NOT WRITTEN TO tbl_syskanri BY THE OPERATOR WHO
      *    MAKES IT BUT FILED IN tbl_syskanrisin AS A PROPOSAL. THIS
      *    SCREEN LISTS THE PROPOSALS AWAITING APPROVAL, SHOWS THE
      *    BEFORE AND AFTER IMAGES OF THE ONE CALLED UP, AND LETS A
      *    SECOND OPERATOR APPROVE IT - WHICH APPLIES IT TO THE MASTER
      *    AND JOURNALS IT TO tbl_syskanrirrk WITH BOTH OPERATOR IDS -
      *    OR REJECT IT WITH A REASON. THE PROPOSER MAY WITHDRAW A
      *    PROPOSAL BY REJECTING IT BUT NEVER APPROVE IT.
           INITIALIZE                  FLG-AREA
           INITIALIZE                  IDX-AREA
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
           MOVE    "W25    "           TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           MOVE    1                   TO  FLG-END
           .
       100-INIT-EXT.
           EXIT.
       300-SCREEN-SEC              SECTION.
           IF    ( LINKAREA        NOT =   SPACE )
               MOVE    LNK-KYOUTU      TO  SPA-KYOUTU
           END-IF
           IF    ( SPA-MOTOPG      NOT =   "W25" )
      *        FIRST ENTRY FROM THE MENU - NOTHING CALLED UP YET.
               PERFORM 310-SPASET-SEC
           END-IF
           .
       300-SCREEN-EXT.
           EXIT.
       310-SPASET-SEC              SECTION.
           INITIALIZE              SPA-W25-AREA
           MOVE    1               TO  SPA-GMN-W25-CUR
           .
       310-SPASET-EXT.
           EXIT.
       500-SET-SCREEN               SECTION.
           MOVE    SPACE               TO  MCP-PUTTYPE
           MOVE    "W25    "           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           .
       500-SET-SCREEN-EXT.
           EXIT.
       500-GMNHEN-SEC                SECTION.
      *    APPLIES A STAGED APPROVAL OR REJECTION, SHOWS A PROPOSAL
      *    CALLED UP BY ITS NUMBER, AND REFRESHES THE LIST OF
      *    PROPOSALS STILL AWAITING APPROVAL.
           MOVE    SPACE               TO  SPA-ERRCD
           EVALUATE    SPA-GMN-W25-MODE
           WHEN    "1"
               PERFORM 4800-SHN-SEC
           WHEN    "2"
               PERFORM 4810-KYK-SEC
           WHEN    SPACE
               IF    ( SPA-GMN-W25-SINNUM  NOT =   SPACE )
                   PERFORM 3101-SIN-GET-SEC
               END-IF
           WHEN    OTHER
               MOVE
            "E967:ENTER 1 APPROVE OR 2 REJECT"
                                       TO  SPA-ERRCD
           END-EVALUATE
           IF    ( SPA-ERRCD           =   SPACE )
               MOVE    SPACE           TO  SPA-GMN-W25-MODE
           END-IF
           PERFORM 3102-SIN-LIST-SEC
           .
       500-GMNHEN-EXT.
           EXIT.
       3101-SIN-GET-SEC            SECTION.
      *    CALLS UP THE PROPOSAL WHOSE NUMBER IS ON SCREEN WITH ITS
      *    BEFORE AND AFTER IMAGES, READY FOR APPROVAL OR REJECTION ON
      *    THE NEXT ROUND-TRIP.
           MOVE    SPACE               TO  SPA-NAI-W25-SINNUM
           INITIALIZE                  SPA-GMN-W25-SIN-G
           PERFORM 4840-SIN-READ-SEC
           IF    ( SPA-ERRCD           NOT =   SPACE )
               GO  TO  3101-SIN-GET-EXT
           END-IF
           PERFORM 3103-SIN-SHOW-SEC
           MOVE    WRK-SINNUM-X        TO  SPA-NAI-W25-SINNUM
           .
       3101-SIN-GET-EXT.
           EXIT.
       3102-SIN-LIST-SEC           SECTION.
      *    EVERY PROPOSAL STILL AWAITING APPROVAL, OLDEST FIRST. THE
      *    "status" CURSOR IS BOUND ON THE STATUS AND ORDERED BY
      *    PROPOSAL NUMBER.
           INITIALIZE  SPA-GMN-W25-SINLST-G
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    "1"                 TO  SYSKANRISIN-STATUS
           PERFORM 900-SYSKANRISIN-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRISIN =   1 )
                    OR   ( SPA-GMN-W25-SINLST-MAX  >=  50 )
               IF    ( SYSKANRISIN-STATUS  =   "1" )
                   COMPUTE SPA-GMN-W25-SINLST-MAX
                       =   SPA-GMN-W25-SINLST-MAX  +   1
                   MOVE    SPA-GMN-W25-SINLST-MAX
                                       TO  IDX1
                   MOVE    SYSKANRISIN-SINNUM
                                       TO  SPA-GMN-W25-SINNUML   (IDX1)
                   MOVE    SYSKANRISIN-KANRICD
                                       TO  SPA-GMN-W25-KANRICDL  (IDX1)
                   MOVE    SYSKANRISIN-KBNCD
                                       TO  SPA-GMN-W25-KBNCDL    (IDX1)
                   MOVE    SYSKANRISIN-UPDKBN
                                       TO  SPA-GMN-W25-UPDKBNL   (IDX1)
                   MOVE    SYSKANRISIN-AFT-STYUKYMD
                                   TO  SPA-GMN-W25-AFT-STYUKYMDL (IDX1)
                   MOVE    SYSKANRISIN-SIN-OPID
                                       TO  SPA-GMN-W25-SIN-OPIDL (IDX1)
                   MOVE    SYSKANRISIN-SIN-YMD
                                       TO  SPA-GMN-W25-SIN-YMDL  (IDX1)
               END-IF
               PERFORM 900-SYSKANRISIN-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "status"            TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       3102-SIN-LIST-EXT.
           EXIT.
       3103-SIN-SHOW-SEC           SECTION.
           MOVE    SYSKANRISIN-STATUS  TO  SPA-GMN-W25-STATUS
           MOVE    SYSKANRISIN-KANRICD TO  SPA-GMN-W25-KANRICD
           MOVE    SYSKANRISIN-KBNCD   TO  SPA-GMN-W25-KBNCD
           MOVE    SYSKANRISIN-UPDKBN  TO  SPA-GMN-W25-UPDKBN
           MOVE    SYSKANRISIN-PGID    TO  SPA-GMN-W25-PGID
           MOVE    SYSKANRISIN-SIN-OPID
                                       TO  SPA-GMN-W25-SIN-OPID
           MOVE    SYSKANRISIN-SIN-YMD TO  SPA-GMN-W25-SIN-YMD
           MOVE    SYSKANRISIN-SIN-HMS TO  SPA-GMN-W25-SIN-HMS
           MOVE    SYSKANRISIN-BEF-STYUKYMD
                                       TO  SPA-GMN-W25-BEF-STYUKYMD
           MOVE    SYSKANRISIN-BEF-EDYUKYMD
                                       TO  SPA-GMN-W25-BEF-EDYUKYMD
           MOVE    SYSKANRISIN-BEF-IMAGE
                                       TO  SPA-GMN-W25-BEF-IMAGE
           MOVE    SYSKANRISIN-AFT-STYUKYMD
                                       TO  SPA-GMN-W25-AFT-STYUKYMD
           MOVE    SYSKANRISIN-AFT-EDYUKYMD
                                       TO  SPA-GMN-W25-AFT-EDYUKYMD
           MOVE    SYSKANRISIN-AFT-IMAGE
                                       TO  SPA-GMN-W25-AFT-IMAGE
           .
       3103-SIN-SHOW-EXT.
           EXIT.
       4800-SHN-SEC                  SECTION.
      *    APPROVES THE PROPOSAL ON SCREEN: THE MASTER IS CHECKED
      *    STILL TO STAND AS THE PROPOSER SAW IT, A 5114 SETTING OR
      *    5115 RULE IS CHECKED AGAINST THE EXCLUSION PAIRS AS THE
      *    MASTER NOW STANDS, THE CHANGE IS APPLIED AND JOURNALLED,
      *    AND THE PROPOSAL IS CLOSED AS APPROVED UNDER THIS
      *    OPERATOR'S ID. ONCE THE MASTER IS WRITTEN THE PROPOSAL IS
      *    CLOSED EVEN IF THE JOURNAL ROW COULD NOT BE - LEFT OPEN IT
      *    WOULD FAIL ITS BEFORE-IMAGE CHECK FOR EVER - AND THE
      *    JOURNAL FAILURE IS SHOWN SO IT CAN BE REPORTED.
           PERFORM 4840-SIN-READ-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           PERFORM 4845-SIN-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           IF    ( SYSKANRISIN-SIN-OPID    =   SPA-OPID )
               MOVE
            "E971:A CHANGE CANNOT BE APPROVED BY ITS PROPOSER"
                                       TO  SPA-ERRCD
               GO  TO  4800-SHN-EXT
           END-IF
           PERFORM 4850-BEFORE-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           PERFORM 4860-OVERLAP-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           PERFORM 4865-PAIR-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           PERFORM 4870-APPLY-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4800-SHN-EXT
           END-IF
           MOVE    "2"                 TO  SYSKANRISIN-STATUS
           PERFORM 4880-SIN-CLOSE-SEC
           IF    ( SPA-ERRCD               =   SPACE )
            AND  ( FLG-JNL-ERR             =   1 )
               MOVE
            "E980:CHANGE APPLIED BUT ITS JOURNAL ROW WAS NOT WRITTEN"
                                       TO  SPA-ERRCD
           END-IF
           .
       4800-SHN-EXT.
           EXIT.
       4810-KYK-SEC                  SECTION.
      *    REJECTS THE PROPOSAL ON SCREEN WITH THE REASON ENTERED. THE
      *    MASTER IS NOT TOUCHED; THE ROW IS KEPT WITH STATUS "3".
           PERFORM 4840-SIN-READ-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-KYK-EXT
           END-IF
           PERFORM 4845-SIN-CHK-SEC
           IF    ( SPA-ERRCD               NOT =   SPACE )
               GO  TO  4810-KYK-EXT
           END-IF
           IF    ( SPA-GMN-W25-RIYU        =   SPACE )
               MOVE
            "E972:A REASON IS REQUIRED TO REJECT A CHANGE"
                                       TO  SPA-ERRCD
               GO  TO  4810-KYK-EXT
           END-IF
           MOVE    "3"                 TO  SYSKANRISIN-STATUS
           MOVE    SPA-GMN-W25-RIYU    TO  SYSKANRISIN-RIYU
           PERFORM 4880-SIN-CLOSE-SEC
           .
       4810-KYK-EXT.
           EXIT.
       4840-SIN-READ-SEC             SECTION.
      *    READS THE PROPOSAL WHOSE NUMBER IS ON SCREEN INTO
      *    SYSKANRISIN-REC, LEAVING ITS NUMBER IN WRK-SINNUM-X.
           MOVE    SPA-GMN-W25-SINNUM  TO  WRK-SINNUM-X
           IF    ( WRK-SINNUM-X        =   SPACE )
               MOVE
            "E968:PROPOSAL NUMBER IS REQUIRED"
                                       TO  SPA-ERRCD
               GO  TO  4840-SIN-READ-EXT
           END-IF
           INSPECT WRK-SINNUM-X
                   REPLACING   LEADING SPACE   BY  "0"
           IF    ( WRK-SINNUM-X        NOT NUMERIC )
               MOVE
            "E969:PROPOSAL NOT FOUND"
                                       TO  SPA-ERRCD
               GO  TO  4840-SIN-READ-EXT
           END-IF
           MOVE    SPACE               TO  SYSKANRISIN-REC
           MOVE    WRK-SINNUM          TO  SYSKANRISIN-SINNUM
           PERFORM 900-SYSKANRISIN-KEY-SEL-SEC
           IF    ( FLG-SYSKANRISIN-GET NOT =   ZERO )
               MOVE
            "E969:PROPOSAL NOT FOUND"
                                       TO  SPA-ERRCD
           END-IF
           .
       4840-SIN-READ-EXT.
           EXIT.
       4845-SIN-CHK-SEC              SECTION.
      *    ONLY A PROPOSAL STILL AWAITING APPROVAL CAN BE DECIDED, AND
      *    ONLY ONCE ITS IMAGES HAVE BEEN CALLED UP ON THIS SCREEN.
           IF    ( SYSKANRISIN-STATUS  NOT =   "1" )
               MOVE
            "E970:PROPOSAL IS NO LONGER AWAITING APPROVAL"
                                       TO  SPA-ERRCD
               GO  TO  4845-SIN-CHK-EXT
           END-IF
           IF    ( SPA-NAI-W25-SINNUM  NOT =   WRK-SINNUM-X )
               MOVE
            "E973:CALL UP THE PROPOSAL AND REVIEW IT FIRST"
                                       TO  SPA-ERRCD
           END-IF
           .
       4845-SIN-CHK-EXT.
           EXIT.
       4850-BEFORE-CHK-SEC           SECTION.
      *    THE ROW THE PROPOSAL CHANGES MUST STILL MATCH ITS BEFORE
      *    IMAGE BYTE FOR BYTE - IF ANOTHER CHANGE HAS REACHED IT
      *    SINCE, THE PROPOSAL IS STALE AND MUST BE REJECTED AND MADE
      *    AGAIN. AN INSERT HAS NO BEFORE ROW.
           IF    ( SYSKANRISIN-BEF-IMAGE   =   SPACE )
               GO  TO  4850-BEFORE-CHK-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    SYSKANRISIN-KANRICD TO  SYS-KANRICD
           MOVE    SYSKANRISIN-KBNCD   TO  SYS-KBNCD
           MOVE    SYSKANRISIN-BEF-STYUKYMD
                                       TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
            OR   ( SYSKANRI-REC        NOT =   SYSKANRISIN-BEF-IMAGE )
               MOVE
            "E974:MASTER ROW HAS CHANGED SINCE IT WAS PROPOSED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4850-BEFORE-CHK-EXT.
           EXIT.
       4860-OVERLAP-CHK-SEC          SECTION.
      *    THE AFTER ROW MUST NOT OVERLAP ANY OTHER ROW FOR THE SAME
      *    KEY - THE ROW BEING CHANGED ITSELF (THE BEFORE ROW) IS LEFT
      *    OUT. A CARRY-FORWARD'S BEFORE ROW IS CLOSED ON THE EVE OF
      *    THE AFTER ROW, SO IT CANNOT OVERLAP EITHER. THE SCREEN THE
      *    CHANGE CAME FROM CHECKED IT WHEN IT WAS PROPOSED; THIS IS
      *    THE CHECK AGAINST WHATEVER HAS BEEN APPROVED SINCE.
           MOVE    ZERO                TO  FLG-KIKAN-DABURI
           MOVE    SYSKANRISIN-AFT-STYUKYMD    TO  WRK-CAND-STYMD
           MOVE    SYSKANRISIN-AFT-EDYUKYMD    TO  WRK-CAND-EDYMD
           INITIALIZE                  SYSKANRI-REC
           MOVE    SYSKANRISIN-KANRICD TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-KBNCD           =   SYSKANRISIN-KBNCD )
                AND  ( SYS-STYUKYMD        NOT >   WRK-CAND-EDYMD )
                AND  ( SYS-EDYUKYMD        NOT <   WRK-CAND-STYMD )
                   IF    ( SYSKANRISIN-BEF-IMAGE   =   SPACE )
                    OR   ( SYS-STYUKYMD
                                   NOT =   SYSKANRISIN-BEF-STYUKYMD )
                       MOVE    1               TO  FLG-KIKAN-DABURI
                   END-IF
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           IF    ( FLG-KIKAN-DABURI    =   1 )
               MOVE
            "E975:CHANGE WOULD OVERLAP AN EXISTING ROW"
                                       TO  SPA-ERRCD
           END-IF
           .
       4860-OVERLAP-CHK-EXT.
           EXIT.
       4865-PAIR-CHK-SEC             SECTION.
      *    W22 RUNS THE 5114/5115 EXCLUSION-PAIR CHECK WHEN A CHANGE IS
      *    PROPOSED, BUT ONLY AGAINST THE MASTER AS IT STOOD THEN - TWO
      *    PROPOSALS THAT EACH PASS ALONE CAN STILL MAKE A PAIR
      *    BETWEEN THEM. SO THE CHECK IS RUN AGAIN HERE, AGAINST
      *    WHATEVER HAS BEEN APPROVED SINCE: A NEW OR CARRIED-FORWARD
      *    5114 SETTING AS W22 4410-SST-PAIR-CHK-SEC CHECKS IT, AND A
      *    NEW 5115 RULE AGAINST THE SETTINGS EVERY DEPARTMENT HOLDS IN
      *    ITS RANGE. A CLOSE ONLY SHORTENS A RANGE AND CANNOT MAKE A
      *    PAIR.
           MOVE    ZERO                TO  FLG-SSTKIJUNERR
           MOVE    SYSKANRISIN-AFT-STYUKYMD    TO  WRK-CAND-STYMD
           MOVE    SYSKANRISIN-AFT-EDYUKYMD    TO  WRK-CAND-EDYMD
           IF    ( SYSKANRISIN-KANRICD     =   "5114" )
            AND  (   ( SYSKANRISIN-UPDKBN  =   "1" )
                  OR ( SYSKANRISIN-UPDKBN  =   "4" ) )
               MOVE    SYSKANRISIN-AFT-IMAGE   TO  SYS-5114-REC
               MOVE    SYS-5114-BTUNUM     TO  WRK-CAND-BTUNUM
               MOVE    SYS-5114-SSTKJNCD   TO  WRK-CAND-CD
               PERFORM 4866-S14-PAIR-CHK-SEC
           END-IF
           IF    ( SYSKANRISIN-KANRICD     =   "5115" )
            AND  ( SYSKANRISIN-UPDKBN      =   "1" )
               MOVE    SYSKANRISIN-AFT-IMAGE   TO  SYS-5115-REC
               PERFORM 4867-S15-PAIR-CHK-SEC
           END-IF
           IF    ( FLG-SSTKIJUNERR     =   1 )
            AND  ( SYSKANRISIN-KANRICD     =   "5114" )
               MOVE
            "E978:SETTING CONFLICTS WITH A 5115 EXCLUSION RULE"
                                       TO  SPA-ERRCD
           END-IF
           IF    ( FLG-SSTKIJUNERR     =   1 )
            AND  ( SYSKANRISIN-KANRICD     =   "5115" )
               MOVE
            "E979:A DEPARTMENT ALREADY HOLDS BOTH CODES OF THE RULE"
                                       TO  SPA-ERRCD
           END-IF
           .
       4865-PAIR-CHK-EXT.
           EXIT.
       4866-S14-PAIR-CHK-SEC         SECTION.
      *    THE SETTING IN WRK-CAND-BTUNUM/CD: COLLECT EVERY SSTKJN CODE
      *    THE DEPARTMENT HOLDS ANYWHERE IN ITS RANGE, THEN WALK THE
      *    5115 RULES TOUCHING THAT RANGE AND FLAG THE SETTING IF IT IS
      *    ONE HALF OF A PAIR WHOSE OTHER HALF IS HELD ON A COMMON DAY.
           MOVE    ZERO                TO  WRK-HOLD-MAX
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5114"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5114-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5114-BTUNUM     =   WRK-CAND-BTUNUM )
                AND  ( SYS-5114-STYUKYMD   NOT >   WRK-CAND-EDYMD )
                AND  ( SYS-5114-EDYUKYMD   NOT <   WRK-CAND-STYMD )
                AND  ( WRK-HOLD-MAX        <   200 )
                   COMPUTE WRK-HOLD-MAX    =   WRK-HOLD-MAX    +   1
                   MOVE    SYS-5114-BTUNUM
                                   TO  WRK-HOLD-BTUNUM (WRK-HOLD-MAX)
                   MOVE    SYS-5114-SSTKJNCD
                                   TO  WRK-HOLD-CD     (WRK-HOLD-MAX)
                   MOVE    SYS-5114-STYUKYMD
                                   TO  WRK-HOLD-STYMD  (WRK-HOLD-MAX)
                   MOVE    SYS-5114-EDYUKYMD
                                   TO  WRK-HOLD-EDYMD  (WRK-HOLD-MAX)
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5114-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5115"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5115-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF    ( SYS-5115-STYUKYMD   NOT >   WRK-CAND-EDYMD )
                AND  ( SYS-5115-EDYUKYMD   NOT <   WRK-CAND-STYMD )
                   PERFORM VARYING IDXA    FROM    1   BY  1
                           UNTIL ( IDXA    >   WRK-HOLD-MAX )
                       IF   (( WRK-CAND-CD         =
                                               SYS-5115-SSTKJNCD-A )
                        AND  ( WRK-HOLD-CD (IDXA)  =
                                               SYS-5115-SSTKJNCD-B ))
                        OR  (( WRK-CAND-CD         =
                                               SYS-5115-SSTKJNCD-B )
                        AND  ( WRK-HOLD-CD (IDXA)  =
                                               SYS-5115-SSTKJNCD-A ))
                           MOVE    IDXA            TO  IDXB
                           PERFORM 4869-RANGE-MEET-CHK-SEC
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5115-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           .
       4866-S14-PAIR-CHK-EXT.
           EXIT.
       4867-S15-PAIR-CHK-SEC         SECTION.
      *    THE RULE IN SYS-5115-REC: COLLECT EVERY 5114 SETTING OF
      *    EITHER OF ITS CODES IN FORCE ANYWHERE IN ITS RANGE, THEN
      *    FLAG THE RULE IF ANY DEPARTMENT HOLDS ONE OF EACH ON A DAY
      *    THE RULE IS ALSO IN FORCE.
           MOVE    ZERO                TO  WRK-HOLD-MAX
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5114"              TO  SYS-KANRICD
           PERFORM 900-SYSKANRI-KEY1-SEL-SEC
           MOVE    SYSKANRI-REC        TO  SYS-5114-REC
           PERFORM UNTIL ( FLG-SYSKANRI    =   1 )
               IF  ( ( SYS-5114-SSTKJNCD   =   SYS-5115-SSTKJNCD-A )
                OR   ( SYS-5114-SSTKJNCD   =   SYS-5115-SSTKJNCD-B ) )
                AND  ( SYS-5114-STYUKYMD   NOT >   WRK-CAND-EDYMD )
                AND  ( SYS-5114-EDYUKYMD   NOT <   WRK-CAND-STYMD )
                AND  ( WRK-HOLD-MAX        <   200 )
                   COMPUTE WRK-HOLD-MAX    =   WRK-HOLD-MAX    +   1
                   MOVE    SYS-5114-BTUNUM
                                   TO  WRK-HOLD-BTUNUM (WRK-HOLD-MAX)
                   MOVE    SYS-5114-SSTKJNCD
                                   TO  WRK-HOLD-CD     (WRK-HOLD-MAX)
                   MOVE    SYS-5114-STYUKYMD
                                   TO  WRK-HOLD-STYMD  (WRK-HOLD-MAX)
                   MOVE    SYS-5114-EDYUKYMD
                                   TO  WRK-HOLD-EDYMD  (WRK-HOLD-MAX)
               END-IF
               PERFORM 900-SYSKANRI-KEY1-FET-SEC
               MOVE    SYSKANRI-REC        TO  SYS-5114-REC
           END-PERFORM
           MOVE    "tbl_syskanri"          TO  MCP-TABLE
           MOVE    "key1"                  TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           PERFORM VARYING IDXA    FROM    1   BY  1
                   UNTIL ( IDXA    >   WRK-HOLD-MAX )
               IF    ( WRK-HOLD-CD (IDXA)      =   SYS-5115-SSTKJNCD-A )
                   PERFORM 4868-S15-ONE-HOLD-SEC
               END-IF
           END-PERFORM
           .
       4867-S15-PAIR-CHK-EXT.
           EXIT.
       4868-S15-ONE-HOLD-SEC         SECTION.
      *    THE "A" SETTING AT IDXA AGAINST EVERY "B" SETTING OF THE
      *    SAME DEPARTMENT.
           PERFORM VARYING IDXB    FROM    1   BY  1
                   UNTIL ( IDXB    >   WRK-HOLD-MAX )
               IF    ( WRK-HOLD-CD (IDXB)      =   SYS-5115-SSTKJNCD-B )
                AND  ( WRK-HOLD-BTUNUM (IDXB)  =
                                           WRK-HOLD-BTUNUM (IDXA) )
                   PERFORM 4869-RANGE-MEET-CHK-SEC
               END-IF
           END-PERFORM
           .
       4868-S15-ONE-HOLD-EXT.
           EXIT.
       4869-RANGE-MEET-CHK-SEC       SECTION.
      *    THREE-WAY RANGE INTERSECTION OF THE CANDIDATE (WRK-CAND-
      *    STYMD/EDYMD), THE RULE IN SYS-5115-REC AND THE HOLDINGS AT
      *    IDXA AND IDXB - THE LATEST START AGAINST THE EARLIEST END,
      *    FLAGGED ONLY WHEN A COMMON DAY REMAINS. A 5114 CANDIDATE
      *    PASSES ITS ONE HOLDING AS BOTH IDXA AND IDXB.
           MOVE    WRK-CAND-STYMD      TO  WRK-CHK-STYMD
           IF    ( SYS-5115-STYUKYMD       >   WRK-CHK-STYMD )
               MOVE    SYS-5115-STYUKYMD   TO  WRK-CHK-STYMD
           END-IF
           IF    ( WRK-HOLD-STYMD (IDXA)   >   WRK-CHK-STYMD )
               MOVE    WRK-HOLD-STYMD (IDXA)
                                           TO  WRK-CHK-STYMD
           END-IF
           IF    ( WRK-HOLD-STYMD (IDXB)   >   WRK-CHK-STYMD )
               MOVE    WRK-HOLD-STYMD (IDXB)
                                           TO  WRK-CHK-STYMD
           END-IF
           MOVE    WRK-CAND-EDYMD      TO  WRK-CHK-EDYMD
           IF    ( SYS-5115-EDYUKYMD       <   WRK-CHK-EDYMD )
               MOVE    SYS-5115-EDYUKYMD   TO  WRK-CHK-EDYMD
           END-IF
           IF    ( WRK-HOLD-EDYMD (IDXA)   <   WRK-CHK-EDYMD )
               MOVE    WRK-HOLD-EDYMD (IDXA)
                                           TO  WRK-CHK-EDYMD
           END-IF
           IF    ( WRK-HOLD-EDYMD (IDXB)   <   WRK-CHK-EDYMD )
               MOVE    WRK-HOLD-EDYMD (IDXB)
                                           TO  WRK-CHK-EDYMD
           END-IF
           IF    ( WRK-CHK-STYMD       NOT >   WRK-CHK-EDYMD )
               MOVE    1               TO  FLG-SSTKIJUNERR
           END-IF
           .
       4869-RANGE-MEET-CHK-EXT.
           EXIT.
       4870-APPLY-SEC                SECTION.
      *    WRITES THE APPROVED CHANGE TO tbl_syskanri. A CARRY-FORWARD
      *    IS APPLIED CLONE FIRST, THEN CLOSE, AS ORCC4CPY DOES FOR THE
      *    MASTERS THAT NEED NO APPROVAL. FLG-SYSKANRI REPORTS THE
      *    MASTER WRITES ONLY; A FAILED JOURNAL ROW IS LEFT IN
      *    FLG-JNL-ERR FOR THE CALLER.
           MOVE    ZERO                TO  FLG-JNL-ERR
           EVALUATE    SYSKANRISIN-UPDKBN
           WHEN    "1"
               MOVE    SYSKANRISIN-AFT-IMAGE   TO  SYSKANRI-REC
               PERFORM 900-SYSKANRI-INS-SEC
           WHEN    "2"
           WHEN    "3"
               MOVE    SYSKANRISIN-AFT-IMAGE   TO  SYSKANRI-REC
               MOVE    SYSKANRISIN-BEF-IMAGE   TO  WRK-JNL-BEFORE
               MOVE    SYSKANRISIN-UPDKBN      TO  WRK-JNL-UPDKBN
               PERFORM 900-SYSKANRI-UPD-SEC
           WHEN    "4"
               MOVE    SYSKANRISIN-AFT-STYUKYMD    TO  WRK-PDAY-IN
               PERFORM 9002-PREV-DAY-SEC
               MOVE    WRK-PDAY-OUT            TO  WRK-EVEYMD
               MOVE    SYSKANRISIN-AFT-IMAGE   TO  SYSKANRI-REC
               PERFORM 900-SYSKANRI-INS-SEC
               IF    ( FLG-SYSKANRI        =   ZERO )
                   MOVE    SYSKANRISIN-BEF-IMAGE   TO  SYSKANRI-REC
                   MOVE    WRK-EVEYMD              TO  SYS-EDYUKYMD
                   MOVE    SYSKANRISIN-BEF-IMAGE   TO  WRK-JNL-BEFORE
                   MOVE    "3"                     TO  WRK-JNL-UPDKBN
                   PERFORM 900-SYSKANRI-UPD-SEC
               END-IF
           WHEN    OTHER
               MOVE    1                       TO  FLG-SYSKANRI
           END-EVALUATE
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE
            "E976:MASTER WRITE FAILED"
                                       TO  SPA-ERRCD
           END-IF
           .
       4870-APPLY-EXT.
           EXIT.
       4880-SIN-CLOSE-SEC            SECTION.
      *    RECORDS THE DECISION ALREADY SET IN SYSKANRISIN-STATUS
      *    AGAINST THE PROPOSAL, UNDER THIS OPERATOR'S ID.
           MOVE    SPA-OPID            TO  SYSKANRISIN-SHN-OPID
           ACCEPT  SYSKANRISIN-SHN-YMD FROM    DATE YYYYMMDD
           ACCEPT  WRK-JNL-TIME        FROM    TIME
           MOVE    WRK-JNL-TIME (1:6)  TO  SYSKANRISIN-SHN-HMS
           PERFORM 900-SYSKANRISIN-UPD-SEC
           IF    ( FLG-SYSKANRISIN     NOT =   ZERO )
               MOVE
            "E977:PROPOSAL STATUS WRITE FAILED"
                                       TO  SPA-ERRCD
               GO  TO  4880-SIN-CLOSE-EXT
           END-IF
           MOVE    SYSKANRISIN-STATUS  TO  SPA-GMN-W25-STATUS
           MOVE    SPACE               TO  SPA-GMN-W25-RIYU
           .
       4880-SIN-CLOSE-EXT.
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
           MOVE    SPA-GMN-W25-CUR     TO  MCP-WIDGET
           .
       5001-MAPCUR-EXT.
           EXIT.
       9002-PREV-DAY-SEC             SECTION.
      *    CIVIL-CALENDAR PREVIOUS DAY OF WRK-PDAY-IN, RETURNED IN
      *    WRK-PDAY-OUT - THE CALENDAR ITSELF LIVES IN THE SHARED
      *    ORCSPDAY ROUTINE.
           MOVE    WRK-PDAY-IN         TO  ORCSPDAY-IN-YMD
           CALL    "ORCSPDAY"          USING   CPORCSPDAY-AREA
           MOVE    ORCSPDAY-OUT-YMD    TO  WRK-PDAY-OUT
           .
       9002-PREV-DAY-EXT.
           EXIT.
       900-PUT-WINDOW                SECTION.
      *    HANDS THE STAGED WIDGET/VALUE PAIR BACK TO THE PANEL
      *    MANAGER - THE SCREEN CONTENT ITSELF (SPA-W25-AREA) TRAVELS
      *    BACK TO THE CALLER THROUGH SPAAREA ON EXIT PROGRAM.
           MOVE    WRK-MCP-WIDGET      TO  SCR-WIDGET
           MOVE    WRK-WIDMSG          TO  SCR-FLD-VAL
           .
       900-PUT-WINDOW-EXT.
           EXIT.
       900-SYSKANRI-KEY1-SEL-SEC     SECTION.
      *    "KEY1" IS THE GENERIC ACCESS PATH KEYED BY KANRICD ALONE,
      *    WITH NO DATE-RANGE FILTER APPLIED BY THE QUERY ITSELF.
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
       900-SYSKANRI-INS-SEC          SECTION.
      *    EVERY MASTER WRITE OUT OF THIS SCREEN GOES THROUGH THIS
      *    SECTION OR 900-SYSKANRI-UPD-SEC, SO THE CHANGE JOURNAL IS
      *    WRITTEN HERE AND CANNOT BE BYPASSED BY A NEW CALLER.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           IF    ( FLG-SYSKANRI        =   ZERO )
               MOVE    SPACE           TO  WRK-JNL-BEFORE
               MOVE    "1"             TO  WRK-JNL-UPDKBN
               PERFORM 855-SYSKANRIRRK-WRITE-SEC
           END-IF
           .
       900-SYSKANRI-INS-EXT.
           EXIT.
       900-SYSKANRI-UPD-SEC          SECTION.
      *    UPDATES THE TBL_SYSKANRI ROW IDENTIFIED BY THE KANRICD +
      *    KBNCD + STYUKYMD ALREADY IN SYSKANRI-REC. THE CALLER
      *    CAPTURES THE PRIOR ROW IMAGE IN WRK-JNL-BEFORE AND SETS
      *    WRK-JNL-UPDKBN ("2" UPDATE, "3" EFFECTIVE-DATE CLOSE)
      *    BEFORE PERFORMING.
           MOVE    ZERO                TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRI-REC
                                               FLG-SYSKANRI
           IF    ( FLG-SYSKANRI        =   ZERO )
               PERFORM 855-SYSKANRIRRK-WRITE-SEC
           END-IF
           .
       900-SYSKANRI-UPD-EXT.
           EXIT.
       855-SYSKANRIRRK-WRITE-SEC     SECTION.
      *    ONE JOURNAL ROW PER MASTER WRITE: KEY, OPERATOR, TIMESTAMP,
      *    AND THE FULL BEFORE AND AFTER RECORD IMAGES. THE BEFORE
      *    IMAGE IS SPACE ON AN INSERT. THE OPERATOR IS THE ONE WHO
      *    PROPOSED THE CHANGE; THIS SCREEN'S OPERATOR IS RECORDED AS
      *    ITS APPROVER, WITH THE PROPOSAL NUMBER. A FAILED INSERT
      *    SETS FLG-JNL-ERR AND LEAVES FLG-SYSKANRI, WHICH STILL
      *    REPORTS THE MASTER WRITE, AS IT WAS.
           MOVE    SPACE               TO  SYSKANRIRRK-REC
           MOVE    SYS-KANRICD         TO  SYSKANRIRRK-KANRICD
           MOVE    SYS-KBNCD           TO  SYSKANRIRRK-KBNCD
           MOVE    WRK-JNL-UPDKBN      TO  SYSKANRIRRK-UPDKBN
           MOVE    SYSKANRISIN-SIN-OPID
                                       TO  SYSKANRIRRK-OPID
           MOVE    SPA-OPID            TO  SYSKANRIRRK-SHN-OPID
           MOVE    WRK-SINNUM-X        TO  SYSKANRIRRK-SINNUM
           ACCEPT  SYSKANRIRRK-YMD     FROM    DATE YYYYMMDD
           ACCEPT  WRK-JNL-TIME        FROM    TIME
           MOVE    WRK-JNL-TIME (1:6)  TO  SYSKANRIRRK-HMS
           MOVE    WRK-JNL-BEFORE      TO  SYSKANRIRRK-BEF-IMAGE
           IF    ( WRK-JNL-BEFORE      NOT =   SPACE )
               MOVE    WRK-JNL-BEFORE (15:8)
                                       TO  SYSKANRIRRK-BEF-STYUKYMD
               MOVE    WRK-JNL-BEFORE (23:8)
                                       TO  SYSKANRIRRK-BEF-EDYUKYMD
           END-IF
           MOVE    SYSKANRI-REC        TO  SYSKANRIRRK-AFT-IMAGE
           MOVE    SYS-STYUKYMD        TO  SYSKANRIRRK-AFT-STYUKYMD
           MOVE    SYS-EDYUKYMD        TO  SYSKANRIRRK-AFT-EDYUKYMD
           MOVE    "tbl_syskanrirrk"   TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           MOVE    ZERO                TO  FLG-SYSKANRIRRK
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRIRRK-REC
                                               FLG-SYSKANRIRRK
           IF    ( FLG-SYSKANRIRRK     NOT =   ZERO )
               MOVE    1               TO  FLG-JNL-ERR
           END-IF
           .
       855-SYSKANRIRRK-WRITE-EXT.
           EXIT.
       900-SYSKANRISIN-SEL-SEC       SECTION.
      *    "status" IS THE ACCESS PATH OF tbl_syskanrisin BOUND ON THE
      *    STATUS AND ORDERED BY PROPOSAL NUMBER.
           MOVE    ZERO                TO  FLG-SYSKANRISIN
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "status"            TO  MCP-PATHNAME
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
       900-SYSKANRISIN-KEY-SEL-SEC   SECTION.
      *    "key1" IS THE PRIMARY ACCESS PATH OF tbl_syskanrisin, KEYED
      *    BY THE PROPOSAL NUMBER.
           MOVE    ZERO                TO  FLG-SYSKANRISIN-GET
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRISIN-REC
                                               FLG-SYSKANRISIN-GET
           .
       900-SYSKANRISIN-KEY-SEL-EXT.
           EXIT.
       900-SYSKANRISIN-UPD-SEC       SECTION.
           MOVE    ZERO                TO  FLG-SYSKANRISIN
           MOVE    "tbl_syskanrisin"   TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               SYSKANRISIN-REC
                                               FLG-SYSKANRISIN
           .
       900-SYSKANRISIN-UPD-EXT.
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
