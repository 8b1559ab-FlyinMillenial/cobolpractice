001267*                    RESTARTED RUN'S AUDIT TOTALS STAY       *
001268*                    COMPLETE UNDER THE RICHER               *
001269*                    CLASSIFICATION.                         *
001270*   2026-10-15  RAK  APPENDED CK-PARTITION-NO - THE          *
001271*                    PARTITION (SEE PARTREC) WHOSE FIZBUZ    *
001272*                    OWNS THE RECORD, ZERO FOR AN            *
001273*                    UNPARTITIONED RUN, SO FIZMRG AND FIZSTA *
001274*                    CAN READ EVERY PARTITION'S CHECKPOINT   *
001275*                    AS ONE CONCATENATION AND STILL SAY      *
001276*                    WHICH PARTITION EACH ONE BELONGS TO.    *
001250*                                                          *
001300************************************************************
001400  01  CKPTREC-RECORD.
002500      05  CK-RUN-MODE             PIC X(01).
002600          88  CK-RUN-WAS-DELTA        VALUE 'D'.
002700      05  CK-OTHER-COUNT          PIC 9(9).
002800      05  CK-PARTITION-NO         PIC 9(02).
