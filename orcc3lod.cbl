       01  WRK-TRN-STATUS                          PIC X(02).
       01  WRK-AREA.
           03  WRK-ENDKBN                          PIC X(01).
           03  WRK-TRKYMD                          PIC X(08).
           03  WRK-TIME                            PIC X(08).
      *    FIXED-WIDTH TRANSFER RECORD FROM THE NURSING-FLOOR BED-
      *    MANAGEMENT SYSTEM - SAME STYLE AS THE OUTBOUND FEED RECORD
      *    ORCB8EXT WRITES, TYPE "4" MARKING A ROOM TRANSFER.
           MOVE    SPACE               TO  ORCSBRUN-ARG1
           MOVE    SPACE               TO  ORCSBRUN-ARG2
           CALL    "ORCSBRUN"          USING   CPORCSBRUN-AREA
      *    EVERY MOVEMENT ROW THIS RUN WRITES CARRIES THE RUN'S OWN
      *    TIMESTAMP, SO ORCD8RRT CAN TELL A LATE TRANSFER LOADED
      *    TONIGHT FROM ONE IT HAS ALREADY RE-RATED.
           ACCEPT  WRK-TRKYMD          FROM    DATE YYYYMMDD
           ACCEPT  WRK-TIME            FROM    TIME
           OPEN    INPUT                BEDTRN-FILE
           IF    ( WRK-TRN-STATUS      NOT =   "00" )
      *        A MISSING TRANSFER FILE IS THE VERY FAULT THIS FEED HAS
       900-PTNYUIDO-KEY-SEL-EXT.
           EXIT.
       900-PTNYUIDO-INS-SEC           SECTION.
           MOVE    WRK-TRKYMD          TO  PTNYUIDO-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  PTNYUIDO-TRKHMS
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
       900-PTNYUIDO-UPD-SEC           SECTION.
      *    UPDATES THE tbl_ptnyuido ROW IDENTIFIED BY THE PTID +
      *    SEQNO + IDOYMD ALREADY IN PTNYUIDO-REC.
           MOVE    WRK-TRKYMD          TO  PTNYUIDO-TRKYMD
           MOVE    WRK-TIME (1:6)      TO  PTNYUIDO-TRKHMS
           MOVE    ZERO                TO  FLG-PTNYUIDO
           MOVE    "tbl_ptnyuido"      TO  MCP-TABLE
           MOVE    "key1"              TO  MCP-PATHNAME
