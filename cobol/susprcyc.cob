002607*                business date (not the machine clock) : the
002608*                write-off dates age consistently and SUSPROOF
002609*                can prove the control record is tonight's.
002610* 2026-10-15 EL  Suspense and TRANSIN records widened to 40
002611*                bytes : a suspended transfer recycles with its
002612*                counterparty. WRTFILE carries the counterparty
002613*                after its old 40 bytes (WRF-COUNTERPARTY).
002623* 2026-10-15 EL  Suspense and TRANSIN records widened to 62
002633*                bytes : a recycled movement goes back with its
002643*                unique reference, and a written-off one keeps
002653*                it on WRTFILE (WRF-REFERENCE).
002663*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
004700     05  SUSP-AMOUNT          PIC X(10).
004800     05  FILLER               PIC X(08).
004900     05  SUSP-CYCLE           PIC 9(02).
004910     05  SUSP-COUNTERPARTY    PIC X(10).
004920     05  SUSP-REFERENCE       PIC X(22).
005000 FD  TRANSIN
005100     LABEL RECORDS ARE STANDARD.
005200 01  TRANSIN-RECORD           PIC X(62).
005300 FD  RCYPARM
005400     LABEL RECORDS ARE STANDARD.
005500 01  RCYPARM-RECORD.
006050     05  WRF-WRTOFF-DATE      PIC 9(08).
006060     05  WRF-STATUS           PIC X(01).
006070     05  FILLER               PIC X(01).
006075     05  WRF-COUNTERPARTY     PIC X(10).
006077     05  WRF-REFERENCE        PIC X(22).
006080 FD  SUSPCTL
006090     LABEL RECORDS ARE STANDARD.
006091 01  SUSPCTL-RECORD.
017520     MOVE SUSPTRAN-RECORD  TO WRF-TRAN-RECORD.
017530     MOVE WS-RUN-DATE      TO WRF-WRTOFF-DATE.
017540     MOVE "P"              TO WRF-STATUS.
017545     MOVE SUSP-COUNTERPARTY TO WRF-COUNTERPARTY.
017547     MOVE SUSP-REFERENCE   TO WRF-REFERENCE.
017550     WRITE WRTFILE-RECORD.
017600     ADD 1 TO WS-RECS-WRITTEN-OFF.
017610     ADD WS-AP-AMOUNT TO WS-WRTOFF-VALUE.
