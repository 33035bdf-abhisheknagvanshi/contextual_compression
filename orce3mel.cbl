       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCE3MEL.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MEALFEED-FILE       ASSIGN  TO  "MEALFEED"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MEALFEED-FILE.
       01  MEALFEED-REC                            PIC X(100).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK5001.INC".
           COPY    "CPSK5111.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
           COPY    "CPORCSBRMHIS.INC".
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
       01  FLG-AREA.
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTNYUINRRK                      PIC 9(01).
           03  FLG-WARD-HIT                        PIC 9(01).
           03  FLG-WARD-OVER                       PIC 9(01).
       01  IDX-AREA.
           03  IDX1                                PIC 9(04).
           03  IDXM                                PIC 9(01).
       01  CNT-AREA.
           03  CNT-STAYS                           PIC 9(07).
           03  CNT-WROTE                           PIC 9(07).
       01  WRK-AREA.
           03  WRK-MEALYMD                         PIC X(08).
           03  WRK-FIND-BTUNUM                     PIC X(02).
           03  WRK-ARRIVE-HM                       PIC X(04).
           03  WRK-LEAVE-HM                        PIC X(04).
           03  WRK-MEALSU                          PIC 9(01).
           03  WRK-SEIKATU-RYOKBN                  PIC X(02).
      *    FIXED-WIDTH FEED RECORDS FOR THE DIETARY DEPARTMENT SYSTEM,
      *    IN THE SAME STYLE AS THE ORCB8EXT BED-MANAGEMENT FEED - THE
      *    RECEIVING SYSTEM TELLS THEM APART BY THE TYPE BYTE. "1" IS
      *    ONE WARD'S PATIENT COUNT FOR ONE MEAL, "2" IS ONE PATIENT'S
      *    MEALS FOR THE DAY WITH THE MEAL/LIVING-COST CATEGORY BILLED.
           03  WRK-OUT-LINE.
               05  WRK-OUT-TYPE                    PIC X(01).
               05  WRK-OUT-MEALYMD                 PIC X(08).
               05  WRK-OUT-BODY                    PIC X(91).
               05  WRK-OUT-WARD    REDEFINES   WRK-OUT-BODY.
                   07  WRK-OUT-W-BTUNUM            PIC X(02).
                   07  WRK-OUT-W-MEALKBN           PIC X(01).
      *                1 = BREAKFAST  2 = LUNCH  3 = DINNER
                   07  WRK-OUT-W-NINZU             PIC 9(05).
                   07  FILLER                      PIC X(83).
               05  WRK-OUT-PAT     REDEFINES   WRK-OUT-BODY.
                   07  WRK-OUT-P-PTID              PIC X(10).
                   07  WRK-OUT-P-SEQNO             PIC 9(08).
                   07  WRK-OUT-P-BTUNUM            PIC X(02).
                   07  WRK-OUT-P-BRMNUM            PIC X(06).
                   07  WRK-OUT-P-TOKNYUIN          PIC X(02).
                   07  WRK-OUT-P-SEIKATU-RYOKBN    PIC X(02).
                   07  WRK-OUT-P-MEAL              PIC X(01)
                                                   OCCURS  3.
      *                PER MEAL, 1 = SERVED  0 = NOT PRESENT FOR IT
                   07  WRK-OUT-P-MEALSU            PIC 9(01).
                   07  WRK-OUT-P-IDOMARK           PIC X(01).
      *                1 = ADMITTED THAT DAY  2 = DISCHARGED THAT DAY
      *                3 = ADMITTED AND DISCHARGED THAT DAY
                   07  FILLER                      PIC X(56).
       01  CONST-AREA.
      *    SERVING TIMES OF THE THREE MEALS. A PATIENT IS COUNTED FOR
      *    A MEAL WHEN ON THE WARD AT ITS SERVING TIME - ARRIVED AT OR
      *    BEFORE IT AND NOT YET GONE.
           03  CONST-MEAL-HM-VAL       PIC X(12)
                                       VALUE "073012001800".
           03  CONST-MEAL-HM-R     REDEFINES   CONST-MEAL-HM-VAL.
               05  CONST-MEAL-HM       PIC X(04) OCCURS 3.
      *    A STAY WITH NO CLOCK TIME RECORDED IS TAKEN AS ADMITTED
      *    AFTER BREAKFAST AND DISCHARGED BEFORE LUNCH - THE USUAL
      *    MORNING ADMISSION AND DISCHARGE ROUNDS.
           03  CONST-DFLT-NYUINHM      PIC X(04) VALUE "1000".
           03  CONST-DFLT-TAIINHM      PIC X(04) VALUE "1000".
      *    ONE SLOT PER WARD ON THE 5001 MASTER ON THE MEAL DATE, IN
      *    MASTER ORDER, FOLLOWED BY ANY WARD A STAY IS IN THAT THE
      *    MASTER NO LONGER CARRIES.
       01  WRD-AREA.
           03  WRD-MAX                             PIC 9(03).
           03  WRD-OCC                             OCCURS  100.
               05  WRD-BTUNUM                      PIC X(02).
               05  WRD-NINZU                       PIC 9(05)
                                                   OCCURS  3.
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    DAILY MEAL-COUNT AND LIVING-COST FEED FOR THE DIETARY
      *    DEPARTMENT SYSTEM. FOR THE DATE GIVEN AS ARGUMENT ONE (THE
      *    SYSTEM DATE WHEN OMITTED), EVERY STAY IN HOSPITAL AT ANY
      *    POINT OF THE DAY IS COUNTED FOR THE MEALS IT IS PRESENT FOR
      *    - ALL THREE FOR A PATIENT IN ALL DAY, AND FOR A SAME-DAY
      *    ADMISSION OR DISCHARGE ONLY THOSE SERVED BETWEEN THE STAY'S
      *    ADMISSION AND DISCHARGE TIMES. EACH PATIENT WITH AT LEAST
      *    ONE MEAL GETS A TYPE "2" LINE CARRYING THE MEAL/LIVING-COST
      *    CATEGORY (5111 SEIKATU-RYOKBN OF THE STAY'S TOKNYUIN) SO THE
      *    CHARGE COMES OFF THE STAY INSTEAD OF BEING KEYED; THE WARD
      *    TOTALS PER MEAL FOLLOW AS TYPE "1" LINES, ONE FOR EVERY
      *    WARD AND MEAL EVEN WHEN THE COUNT IS ZERO, SO THE KITCHEN
      *    NEVER HAS TO READ A MISSING LINE AS NONE. THE PATIENT IS
      *    COUNTED ON THE WARD THE MOVEMENT HISTORY HAS THEM IN AT THE
      *    END OF THE DAY.
           PERFORM 100-INIT-SEC
           PERFORM 200-WARD-LOAD-SEC
           PERFORM 300-STAY-SEC
           PERFORM 500-WARD-WRITE-SEC
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       WRD-AREA
           DISPLAY 1                  UPON    ARGUMENT-NUMBER
           ACCEPT  WRK-MEALYMD        FROM    ARGUMENT-VALUE
           IF    ( WRK-MEALYMD         =   SPACE )
               ACCEPT  WRK-MEALYMD     FROM    DATE YYYYMMDD
           END-IF
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCE3MEL"          TO  ORCSBRUN-PGID
           MOVE    WRK-MEALYMD         TO  ORCSBRUN-ARG1
           MOVE    SPACE               TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           OPEN    OUTPUT              MEALFEED-FILE
           .
       100-INIT-EXT.
           EXIT.
       200-WARD-LOAD-SEC             SECTION.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    WRK-MEALYMD         TO  SYS-STYUKYMD
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
      *        OF THE KITCHEN'S COUNTS SILENTLY - THE RUN COMPLETES
      *        ABNORMALLY SO THE SHORT FEED IS SEEN.
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
       300-STAY-SEC                  SECTION.
           INITIALIZE                  PTNYUINRRK-REC
           PERFORM 900-PTNYUINRRK-SEL-SEC
           PERFORM UNTIL ( FLG-PTNYUINRRK  =   1 )
      *        UNLIKE THE CENSUS, THE DISCHARGE DAY ITSELF COUNTS -
      *        THE PATIENT IS STILL THERE FOR ITS EARLY MEALS.
               IF    ( PTNYUINRRK-NYUINYMD     <=  WRK-MEALYMD )
                AND  (   ( PTNYUINRRK-TAIINYMD  =  SPACE )
                      OR ( PTNYUINRRK-TAIINYMD  >= WRK-MEALYMD ) )
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
           COMPUTE CNT-STAYS   =   CNT-STAYS   +   1
           INITIALIZE                  WRK-OUT-LINE
           MOVE    "2"                 TO  WRK-OUT-TYPE
           MOVE    WRK-MEALYMD         TO  WRK-OUT-MEALYMD
           MOVE    SPACE               TO  WRK-OUT-P-IDOMARK
      *    THE WINDOW OF THE DAY THE PATIENT IS ON THE WARD.
           MOVE    "0000"              TO  WRK-ARRIVE-HM
           MOVE    "2400"              TO  WRK-LEAVE-HM
           IF    ( PTNYUINRRK-NYUINYMD =   WRK-MEALYMD )
               MOVE    "1"                 TO  WRK-OUT-P-IDOMARK
               IF    ( PTNYUINRRK-NYUINHM  =   SPACE )
                   MOVE    CONST-DFLT-NYUINHM  TO  WRK-ARRIVE-HM
               ELSE
                   MOVE    PTNYUINRRK-NYUINHM  TO  WRK-ARRIVE-HM
               END-IF
           END-IF
           IF    ( PTNYUINRRK-TAIINYMD =   WRK-MEALYMD )
               IF    ( WRK-OUT-P-IDOMARK   =   "1" )
                   MOVE    "3"                 TO  WRK-OUT-P-IDOMARK
               ELSE
                   MOVE    "2"                 TO  WRK-OUT-P-IDOMARK
               END-IF
               IF    ( PTNYUINRRK-TAIINHM  =   SPACE )
                   MOVE    CONST-DFLT-TAIINHM  TO  WRK-LEAVE-HM
               ELSE
                   MOVE    PTNYUINRRK-TAIINHM  TO  WRK-LEAVE-HM
               END-IF
           END-IF
           MOVE    ZERO                TO  WRK-MEALSU
           PERFORM VARYING IDXM    FROM    1   BY  1
                   UNTIL ( IDXM    >   3 )
               IF    ( WRK-ARRIVE-HM       <=  CONST-MEAL-HM (IDXM) )
                AND  ( WRK-LEAVE-HM        >   CONST-MEAL-HM (IDXM) )
                   MOVE    "1"             TO  WRK-OUT-P-MEAL (IDXM)
                   COMPUTE WRK-MEALSU  =   WRK-MEALSU  +   1
               ELSE
                   MOVE    "0"             TO  WRK-OUT-P-MEAL (IDXM)
               END-IF
           END-PERFORM
           IF    ( WRK-MEALSU          =   ZERO )
      *        IN AND OUT BETWEEN MEALS - NOTHING TO COOK OR BILL.
               GO  TO  310-ONE-STAY-EXT
           END-IF
      *    THE WARD AND ROOM AT THE END OF THE DAY.
           MOVE    PTNYUINRRK-PTID     TO  ORCSBRMHIS-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  ORCSBRMHIS-SEQNO
           MOVE    WRK-MEALYMD         TO  ORCSBRMHIS-YMD
           MOVE    PTNYUINRRK-BTUNUM   TO  ORCSBRMHIS-IN-BTUNUM
           MOVE    PTNYUINRRK-BRMNUM   TO  ORCSBRMHIS-IN-BRMNUM
           CALL    "ORCSBRMHIS"        USING   CPORCSBRMHIS-AREA
           PERFORM 320-SEIKATU-GET-SEC
           MOVE    PTNYUINRRK-PTID     TO  WRK-OUT-P-PTID
           MOVE    PTNYUINRRK-SEQNO    TO  WRK-OUT-P-SEQNO
           MOVE    ORCSBRMHIS-OUT-BTUNUM   TO  WRK-OUT-P-BTUNUM
           MOVE    ORCSBRMHIS-OUT-BRMNUM   TO  WRK-OUT-P-BRMNUM
           MOVE    PTNYUINRRK-TOKNYUIN TO  WRK-OUT-P-TOKNYUIN
           MOVE    WRK-SEIKATU-RYOKBN  TO  WRK-OUT-P-SEIKATU-RYOKBN
           MOVE    WRK-MEALSU          TO  WRK-OUT-P-MEALSU
           PERFORM 800-FEED-WRITE-SEC
           MOVE    ORCSBRMHIS-OUT-BTUNUM   TO  WRK-FIND-BTUNUM
           PERFORM 210-WARD-FIND-SEC
           IF    ( IDX1                =   ZERO )
               GO  TO  310-ONE-STAY-EXT
           END-IF
           PERFORM VARYING IDXM    FROM    1   BY  1
                   UNTIL ( IDXM    >   3 )
               IF    ( WRK-OUT-P-MEAL (IDXM)   =   "1" )
                   COMPUTE WRD-NINZU (IDX1 IDXM)
                       =   WRD-NINZU (IDX1 IDXM)   +   1
               END-IF
           END-PERFORM
           .
       310-ONE-STAY-EXT.
           EXIT.
       320-SEIKATU-GET-SEC           SECTION.
      *    THE MEAL/LIVING-COST CATEGORY IS THE ONE ON THE 5111 ROW OF
      *    THE CATEGORY THE STAY IS CHARGED UNDER, IN FORCE ON THE
      *    MEAL DATE. A STAY ON THE BASIC ADMISSION FEE, OR WHOSE
      *    CATEGORY IS NOT ON THE MASTER, IS SENT WITH NO CATEGORY.
           MOVE    SPACE               TO  WRK-SEIKATU-RYOKBN
           IF    ( PTNYUINRRK-TOKNYUIN =   SPACE )
               GO  TO  320-SEIKATU-GET-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5111"              TO  SYS-KANRICD
           MOVE    PTNYUINRRK-TOKNYUIN TO  SYS-KBNCD
           MOVE    WRK-MEALYMD         TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               GO  TO  320-SEIKATU-GET-EXT
           END-IF
           MOVE    SYSKANRI-REC        TO  SYS-5111-REC
           MOVE    SYS-5111-SEIKATU-RYOKBN TO  WRK-SEIKATU-RYOKBN
           .
       320-SEIKATU-GET-EXT.
           EXIT.
       500-WARD-WRITE-SEC            SECTION.
           PERFORM VARYING IDX1    FROM    1   BY  1
                   UNTIL ( IDX1    >   WRD-MAX )
               PERFORM VARYING IDXM    FROM    1   BY  1
                       UNTIL ( IDXM    >   3 )
                   INITIALIZE                  WRK-OUT-LINE
                   MOVE    "1"                 TO  WRK-OUT-TYPE
                   MOVE    WRK-MEALYMD         TO  WRK-OUT-MEALYMD
                   MOVE    WRD-BTUNUM (IDX1)   TO  WRK-OUT-W-BTUNUM
                   MOVE    IDXM                TO  WRK-OUT-W-MEALKBN
                   MOVE    WRD-NINZU (IDX1 IDXM)
                                               TO  WRK-OUT-W-NINZU
                   PERFORM 800-FEED-WRITE-SEC
               END-PERFORM
           END-PERFORM
           .
       500-WARD-WRITE-EXT.
           EXIT.
       800-FEED-WRITE-SEC             SECTION.
           MOVE    WRK-OUT-LINE            TO  MEALFEED-REC
           WRITE   MEALFEED-REC
           COMPUTE CNT-WROTE   =   CNT-WROTE   +   1
           .
       800-FEED-WRITE-EXT.
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
      *    ADMITTED UP TO AND INCLUDING THE MEAL DATE.
           MOVE    ZERO                TO  FLG-PTNYUINRRK
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "btunumseq"         TO  MCP-PATHNAME
           MOVE    "00000000"          TO  PTNYUINRRK-NYUINYMD
           MOVE    WRK-MEALYMD         TO  PTNYUINRRK-TAIINYMD
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
           CLOSE                       MEALFEED-FILE
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-WROTE           TO  ORCSBRUN-ROWCNT
           IF    ( FLG-WARD-OVER       =   1 )
               DISPLAY "ORCE3MEL: WARD TABLE FULL - COUNTS ARE "
                       "INCOMPLETE"
               MOVE    "9"             TO  ORCSBRUN-ENDKBN
           ELSE
               MOVE    "1"             TO  ORCSBRUN-ENDKBN
           END-IF
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCE3MEL: " CNT-STAYS " STAYS, "
                               CNT-WROTE " ROWS WRITTEN"
           .
       900-TERM-EXT.
           EXIT.
       910-DBCLOSECURSOR-SEC         SECTION.
           CALL    "DBCLOSECURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
           .
       910-DBCLOSECURSOR-EXT.
           EXIT.
