           03  FLG-END                             PIC 9(01).
           03  FLG-SYSKANRI                        PIC 9(01).
           03  FLG-PTSAGAKU                        PIC 9(01).
           03  FLG-PTSAGAKU-CHK                    PIC 9(01).
           03  FLG-REVERSED                        PIC 9(01).
       01  CNT-AREA.
           03  CNT-CHKED                           PIC 9(07).
           03  CNT-EXCPT                           PIC 9(07).
       01  WRK-AREA.
           03  WRK-STYMD                           PIC X(08).
           03  WRK-EDYMD                           PIC X(08).
           03  WRK-RENNUM                          PIC X(02).
           03  WRK-PTID                            PIC X(10).
           03  WRK-SEIKYUYMD                       PIC X(08).
           03  WRK-SAGAKU-SAVE                     PIC X(134).
           03  WRK-EXCPT-LINE.
               05  WRK-EXCPT-PTID                  PIC X(10).
               05  FILLER                          PIC X(01)
                AND  ( PTSAGAKU-SEIKYUYMD   <=  WRK-EDYMD )
                   PERFORM 300-RATE-CHK-SEC
               END-IF
      *        300-RATE-CHK-SEC MAY PROBE THE LINE'S OWN PATIENT/DAY ON
      *        THE "ptseiky" CURSOR, SO THE CURSOR IDENTIFIERS MUST BE
      *        PUT BACK BEFORE THE NEXT FETCH.
               MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
               MOVE    "seikyuymd"         TO  MCP-PATHNAME
               PERFORM 900-PTSAGAKU-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptsagaku"          TO  MCP-TABLE
       200-RECONCILE-EXT.
           EXIT.
       300-RATE-CHK-SEC               SECTION.
      *    A REVERSAL LINE ONLY CANCELS ANOTHER LINE, AND A LINE IT
      *    CANCELS WAS RE-RATED BY ORCD8RRT - NEITHER IS A CHARGE IN
      *    FORCE, SO NEITHER IS HELD AGAINST THE MASTER RATE.
           IF    ( PTSAGAKU-DENKBN     =   "1" )
               GO  TO  300-RATE-CHK-EXT
           END-IF
           PERFORM 310-REVERSED-CHK-SEC
           IF    ( FLG-REVERSED        =   1 )
               GO  TO  300-RATE-CHK-EXT
           END-IF
           INITIALIZE                  SYSKANRI-REC
           MOVE    "5113"              TO  SYS-KANRICD
           MOVE    PTSAGAKU-KBNCD      TO  SYS-KBNCD
           .
       300-RATE-CHK-EXT.
           EXIT.
       310-REVERSED-CHK-SEC           SECTION.
      *    LOOKS FOR A REVERSAL ON THE SAME PATIENT/DAY WHOSE
      *    MOTO-RENNUM POINTS AT THIS LINE. THE LINE BEING CHECKED IS
      *    HELD ASIDE WHILE THE PROBE CURSOR USES PTSAGAKU-REC, AND PUT
      *    BACK AFTER. THE "ptseiky" CURSOR IS ONLY BOUND ON ITS START
      *    KEY, SO A ROW IS ONLY TAKEN WHILE IT IS STILL ON THIS
      *    PATIENT/DAY, AND THE PROBE STOPS ONCE THE KEY HAS MOVED PAST
      *    IT - A REVERSAL ON ANOTHER PATIENT OR DAY CARRYING THE SAME
      *    MOTO-RENNUM CANCELS NOTHING HERE.
           MOVE    ZERO                TO  FLG-REVERSED
           MOVE    PTSAGAKU-REC        TO  WRK-SAGAKU-SAVE
           MOVE    PTSAGAKU-RENNUM     TO  WRK-RENNUM
           MOVE    PTSAGAKU-PTID       TO  WRK-PTID
           MOVE    PTSAGAKU-SEIKYUYMD  TO  WRK-SEIKYUYMD
           MOVE    SPACE               TO  PTSAGAKU-REC
           MOVE    WRK-PTID            TO  PTSAGAKU-PTID
           MOVE    WRK-SEIKYUYMD       TO  PTSAGAKU-SEIKYUYMD
           MOVE    ZERO                TO  FLG-PTSAGAKU-CHK
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           MOVE    "ptseiky"           TO  MCP-PATHNAME
           CALL    "DBOPENCURSOR"      USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
           PERFORM 900-PTSAGAKU-CHK-FET-SEC
           PERFORM UNTIL ( FLG-PTSAGAKU-CHK    =   1 )
                    OR   ( FLG-REVERSED        =   1 )
                    OR   ( PTSAGAKU-PTID       >   WRK-PTID )
                    OR ( ( PTSAGAKU-PTID       =   WRK-PTID )
                     AND ( PTSAGAKU-SEIKYUYMD  >   WRK-SEIKYUYMD ) )
               IF    ( PTSAGAKU-PTID       =   WRK-PTID )
                AND  ( PTSAGAKU-SEIKYUYMD  =   WRK-SEIKYUYMD )
                AND  ( PTSAGAKU-DENKBN     =   "1" )
                AND  ( PTSAGAKU-MOTO-RENNUM    =   WRK-RENNUM )
                   MOVE    1               TO  FLG-REVERSED
               END-IF
               PERFORM 900-PTSAGAKU-CHK-FET-SEC
           END-PERFORM
           MOVE    "tbl_ptsagaku"          TO  MCP-TABLE
           MOVE    "ptseiky"               TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
           MOVE    WRK-SAGAKU-SAVE     TO  PTSAGAKU-REC
           .
       310-REVERSED-CHK-EXT.
           EXIT.
       900-PTSAGAKU-SEL-SEC           SECTION.
           MOVE    ZERO                TO  FLG-PTSAGAKU
           MOVE    "tbl_ptsagaku"      TO  MCP-TABLE
           .
       900-PTSAGAKU-FET-EXT.
           EXIT.
       900-PTSAGAKU-CHK-FET-SEC       SECTION.
           CALL    "DBFETCHCURSOR"     USING   MCP-TABLE
                                               MCP-PATHNAME
                                               PTSAGAKU-REC
                                               FLG-PTSAGAKU-CHK
           .
       900-PTSAGAKU-CHK-FET-EXT.
           EXIT.
       900-SYSKANRI-KEY10-SEL-SEC     SECTION.
      *    "KEY10" IS THE GENERIC ACCESS PATH KEYED BY KANRICD + KBNCD
      *    + DATE-RANGE.
