               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-UPDNM                   PIC X(06).
               05  FILLER                          PIC X(01)
                                                   VALUE SPACE.
               05  WRK-RPT-SHN-LBL                 PIC X(12).
               05  WRK-RPT-SHN-OPID                PIC X(16).
           03  WRK-RPT-IMAGE.
               05  WRK-RPT-IMG-LBL                 PIC X(09).
               05  WRK-RPT-IMG-STYMD               PIC X(08).
               MOVE    SYSKANRIRRK-UPDKBN
                                       TO  WRK-RPT-UPDNM
           END-EVALUATE
      *    A BILLING-MASTER CHANGE CARRIES THE SECOND OPERATOR WHO
      *    APPROVED IT AS WELL AS THE ONE WHO PROPOSED IT.
           IF    ( SYSKANRIRRK-SHN-OPID    NOT =   SPACE )
               MOVE    "APPROVED BY "      TO  WRK-RPT-SHN-LBL
               MOVE    SYSKANRIRRK-SHN-OPID
                                           TO  WRK-RPT-SHN-OPID
           ELSE
               MOVE    SPACE               TO  WRK-RPT-SHN-LBL
                                               WRK-RPT-SHN-OPID
           END-IF
           MOVE    WRK-RPT-HEAD        TO  RPT-REC
           WRITE   RPT-REC
           IF    ( SYSKANRIRRK-BEF-IMAGE   NOT =   SPACE )
