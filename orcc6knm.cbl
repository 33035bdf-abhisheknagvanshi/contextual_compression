       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCC6KNM.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ROSTER-FILE         ASSIGN  TO  "NRSROST"
                                       ORGANIZATION   LINE SEQUENTIAL
                                       FILE STATUS    WRK-ROS-STATUS.
           SELECT  REJECT-FILE         ASSIGN  TO  "NRSREJ"
                                       ORGANIZATION   LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-REC                              PIC X(100).
       FD  REJECT-FILE.
       01  REJECT-REC                              PIC X(132).
      *
       WORKING-STORAGE             SECTION.
           COPY    "CPSYSKANRI.INC".
           COPY    "MCPAREA".
           COPY    "CPORCSBRUN.INC".
       01  KANGOKINMU-REC.
           COPY    "CPKANGOKINMU.INC".
       01  FLG-AREA.
           03  FLG-END                             PIC 9(01).
           03  FLG-ROS-EOF                         PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-KANGOKINMU                      PIC 9(01).
           03  FLG-KANGOKINMU-GET                  PIC 9(01).
       01  CNT-AREA.
           03  CNT-READ                            PIC 9(07).
           03  CNT-APPLIED                         PIC 9(07).
           03  CNT-REJECT                          PIC 9(07).
       01  WRK-ROS-STATUS                          PIC X(02).
       01  WRK-AREA.
           03  WRK-ENDKBN                          PIC X(01).
           03  WRK-TRKYMD                          PIC X(08).
           03  WRK-TIME                            PIC X(08).
      *    FIXED-WIDTH SHIFT RECORD FROM THE NURSING ROSTER SYSTEM -
      *    ONE PER WARD PER SHIFT PER DAY. HOURS CARRY TWO IMPLIED
      *    DECIMALS, SO "004050" IS 40.50 HOURS.
           03  WRK-IN-LINE.
               05  WRK-IN-KINMUYMD                 PIC X(08).
               05  WRK-IN-BTUNUM                   PIC X(02).
               05  WRK-IN-SHIFTKBN                 PIC X(01).
               05  WRK-IN-NINZU-X                  PIC X(03).
               05  WRK-IN-NINZU-R  REDEFINES   WRK-IN-NINZU-X.
                   07  WRK-IN-NINZU                PIC 9(03).
               05  WRK-IN-JIKAN-X                  PIC X(06).
               05  WRK-IN-JIKAN-R  REDEFINES   WRK-IN-JIKAN-X.
                   07  WRK-IN-JIKAN                PIC 9(04)V9(02).
               05  FILLER                          PIC X(80).
           03  WRK-REJ-LINE.
               05  WRK-REJ-KINMUYMD                PIC X(08).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-REJ-BTUNUM                  PIC X(02).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-REJ-SHIFTKBN                PIC X(01).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-REJ-NINZU                   PIC X(03).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-REJ-JIKAN                   PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE ",".
               05  WRK-REJ-REASON                  PIC X(28).
      *
       PROCEDURE                  DIVISION.
       000-PROC-SEC                SECTION.
      *    NIGHTLY LOAD OF THE NURSING ROSTER SYSTEM'S WORKED-HOURS
      *    FILE. EACH RECORD GIVES ONE WARD'S STAFF COUNT AND NURSING
      *    HOURS FOR ONE SHIFT OF ONE DAY. THE WARD IS VALIDATED
      *    AGAINST SYSKANRI "5001" AS OF THE DAY WORKED, AND THE ROW
      *    IS WRITTEN TO tbl_kangokinmu - REPLACING ANY ROW ALREADY
      *    THERE FOR THE SAME DAY, WARD AND SHIFT, SINCE THE ROSTER
      *    SYSTEM RESENDS A DAY WHENEVER A SHIFT IS CORRECTED AND A
      *    RERUN OF THE SAME FILE MUST NOT DOUBLE THE HOURS. THE
      *    MONTHLY STAFFING COMPLIANCE REPORT ORCE2NRS READS THE
      *    TABLE. RECORDS THAT FAIL VALIDATION GO TO THE REJECT FILE.
           PERFORM 100-INIT-SEC
           IF    ( FLG-END             =   ZERO )
               PERFORM 200-LOAD-SEC
           END-IF
           PERFORM 900-TERM-SEC
           STOP    RUN
           .
       100-INIT-SEC                 SECTION.
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
           MOVE    "1"                 TO  WRK-ENDKBN
           MOVE    "S"                 TO  ORCSBRUN-REQKBN
           MOVE    "ORCC6KNM"          TO  ORCSBRUN-PGID
           MOVE    SPACE               TO  ORCSBRUN-ARG1
           MOVE    SPACE               TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           OPEN    INPUT                ROSTER-FILE
           IF    ( WRK-ROS-STATUS      NOT =   "00" )
      *        NO ROSTER FILE MEANS A MONTH WITH HOLES IN IT THE
      *        COMPLIANCE REPORT WOULD READ AS UNSTAFFED DAYS -
      *        COMPLETE ABNORMALLY SO THE MORNING INQUIRY FLAGS IT.
               DISPLAY "ORCC6KNM: ROSTER FILE NOT PRESENT"
               MOVE    "9"             TO  WRK-ENDKBN
               MOVE    1               TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
           OPEN    OUTPUT              REJECT-FILE
           MOVE    "KINMUYMD,BTUNUM,SHIFTKBN,NINZU,JIKAN,REASON"
                                       TO  REJECT-REC
           WRITE   REJECT-REC
           .
       100-INIT-EXT.
           EXIT.
       200-LOAD-SEC                  SECTION.
           PERFORM UNTIL ( FLG-ROS-EOF     =   1 )
               READ    ROSTER-FILE     INTO    WRK-IN-LINE
                   AT END
                       MOVE    1           TO  FLG-ROS-EOF
                   NOT AT END
                       COMPUTE CNT-READ    =   CNT-READ    +   1
                       PERFORM 300-ONE-SHIFT-SEC
               END-READ
           END-PERFORM
           CLOSE                       ROSTER-FILE
                                       REJECT-FILE
           .
       200-LOAD-EXT.
           EXIT.
       300-ONE-SHIFT-SEC             SECTION.
           IF    ( WRK-IN-KINMUYMD     NOT NUMERIC )
               MOVE    "DATE NOT NUMERIC"  TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
           IF    ( WRK-IN-SHIFTKBN     NOT =   "1" )
            AND  ( WRK-IN-SHIFTKBN     NOT =   "2" )
            AND  ( WRK-IN-SHIFTKBN     NOT =   "3" )
               MOVE    "UNKNOWN SHIFT"     TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
           IF    ( WRK-IN-NINZU-X      NOT NUMERIC )
               MOVE    "STAFF COUNT NOT NUMERIC"
                                       TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
           IF    ( WRK-IN-JIKAN-X      NOT NUMERIC )
               MOVE    "HOURS NOT NUMERIC" TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
      *    WARD MUST BE ON THE 5001 MASTER FOR THE DAY WORKED.
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5001"              TO  SYS-KANRICD
           MOVE    WRK-IN-BTUNUM       TO  SYS-KBNCD
           MOVE    WRK-IN-KINMUYMD     TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           PERFORM 900-SYSKANRI-KEY10-SEL-SEC
           IF    ( FLG-SYSKANRI        NOT =   ZERO )
               MOVE    "UNKNOWN WARD"      TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
      *    PROBE FIRST - A DAY, WARD AND SHIFT ALREADY LOADED IS
      *    OVERWRITTEN WITH THE LATEST FIGURES, NOT ADDED TO.
           MOVE    SPACE               TO  KANGOKINMU-REC
           MOVE    WRK-IN-KINMUYMD     TO  KANGOKINMU-KINMUYMD
           MOVE    WRK-IN-BTUNUM       TO  KANGOKINMU-BTUNUM
           MOVE    WRK-IN-SHIFTKBN     TO  KANGOKINMU-SHIFTKBN
           PERFORM 900-KANGOKINMU-KEY-SEL-SEC
           MOVE    WRK-IN-NINZU        TO  KANGOKINMU-NINZU
           MOVE    WRK-IN-JIKAN        TO  KANGOKINMU-JIKAN
           IF    ( FLG-KANGOKINMU-GET  =   ZERO )
               PERFORM 900-KANGOKINMU-UPD-SEC
           ELSE
               MOVE    SPACE               TO  KANGOKINMU-REC
               MOVE    WRK-IN-KINMUYMD     TO  KANGOKINMU-KINMUYMD
               MOVE    WRK-IN-BTUNUM       TO  KANGOKINMU-BTUNUM
               MOVE    WRK-IN-SHIFTKBN     TO  KANGOKINMU-SHIFTKBN
               MOVE    WRK-IN-NINZU        TO  KANGOKINMU-NINZU
               MOVE    WRK-IN-JIKAN        TO  KANGOKINMU-JIKAN
               PERFORM 900-KANGOKINMU-INS-SEC
           END-IF
           IF    ( FLG-KANGOKINMU      NOT =   ZERO )
               MOVE    "HOURS WRITE FAILED"
                                       TO  WRK-REJ-REASON
               PERFORM 800-REJECT-SEC
               GO  TO  300-ONE-SHIFT-EXT
           END-IF
           COMPUTE CNT-APPLIED =   CNT-APPLIED +   1
           .
       300-ONE-SHIFT-EXT.
           EXIT.
       800-REJECT-SEC                SECTION.
           MOVE    WRK-IN-KINMUYMD     TO  WRK-REJ-KINMUYMD
           MOVE    WRK-IN-BTUNUM       TO  WRK-REJ-BTUNUM
           MOVE    WRK-IN-SHIFTKBN     TO  WRK-REJ-SHIFTKBN
           MOVE    WRK-IN-NINZU-X      TO  WRK-REJ-NINZU
           MOVE    WRK-IN-JIKAN-X      TO  WRK-REJ-JIKAN
           MOVE    WRK-REJ-LINE        TO  REJECT-REC
           WRITE   REJECT-REC
           COMPUTE CNT-REJECT  =   CNT-REJECT  +   1
           .
       800-REJECT-EXT.
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
       900-KANGOKINMU-KEY-SEL-SEC     SECTION.
      *    "key1" IS THE PRIMARY ACCESS PATH OF tbl_kangokinmu, KEYED
      *    BY KINMUYMD + BTUNUM + SHIFTKBN.
           MOVE    ZERO                TO  FLG-KANGOKINMU-GET
           MOVE    "tbl_kangokinmu"    TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBFETCHSINGLE"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               KANGOKINMU-REC
                                               FLG-KANGOKINMU-GET
           .
       900-KANGOKINMU-KEY-SEL-EXT.
           EXIT.
       900-KANGOKINMU-INS-SEC         SECTION.
           MOVE    WRK-TRKYMD          TO  KANGOKINMU-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  KANGOKINMU-TRKHMS
           MOVE    ZERO                TO  FLG-KANGOKINMU
           MOVE    "tbl_kangokinmu"    TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBINSERT"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               KANGOKINMU-REC
                                               FLG-KANGOKINMU
           .
       900-KANGOKINMU-INS-EXT.
           EXIT.
       900-KANGOKINMU-UPD-SEC         SECTION.
           MOVE    WRK-TRKYMD          TO  KANGOKINMU-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  KANGOKINMU-TRKHMS
           MOVE    ZERO                TO  FLG-KANGOKINMU
           MOVE    "tbl_kangokinmu"    TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
           CALL    "DBUPDATE"          USING   MCP-TABLE
                                               MCP-PATHNAME
                                               KANGOKINMU-REC
                                               FLG-KANGOKINMU
           .
       900-KANGOKINMU-UPD-EXT.
           EXIT.
       900-TERM-SEC                   SECTION.
           MOVE    "E"                 TO  ORCSBRUN-REQKBN
           MOVE    CNT-APPLIED         TO  ORCSBRUN-ROWCNT
           MOVE    WRK-ENDKBN          TO  ORCSBRUN-ENDKBN
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
           DISPLAY "ORCC6KNM: " CNT-READ " READ, "
                               CNT-APPLIED " APPLIED, "
                               CNT-REJECT " REJECTED"
           .
       900-TERM-EXT.
           EXIT.
