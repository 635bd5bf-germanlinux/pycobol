003430*                control record left over from an earlier day
003440*                would "prove" the wrong night, which is itself
003450*                a break.
003451* 2026-10-15 EL  Suspense records and the snapshot widened to
003452*                40 bytes for the transfer counterparty.
003462* 2026-10-15 EL  Suspense records and the snapshot widened to
003472*                62 bytes for the movement's unique reference.
003482*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
005700 01  SUSPPREV-RECORD.
005800     05  SPV-ACCOUNT-NO       PIC X(10).
005900     05  SPV-AMOUNT           PIC X(10).
006000     05  FILLER               PIC X(42).
006100 FD  SUSPTRAN
006200     LABEL RECORDS ARE STANDARD.
006300 01  SUSPTRAN-RECORD.
006400     05  SUSP-ACCOUNT-NO      PIC X(10).
006500     05  SUSP-AMOUNT          PIC X(10).
006600     05  FILLER               PIC X(42).
006700 FD  SUSPCTL
006800     LABEL RECORDS ARE STANDARD.
006900 01  SUSPCTL-RECORD.
007700     05  FILLER               PIC X(08).
007800 FD  SNAPOUT
007900     LABEL RECORDS ARE STANDARD.
008000 01  SNAPOUT-RECORD           PIC X(62).
008100 FD  PRTSUSP
008200     LABEL RECORDS ARE STANDARD.
008300 01  PRTSUSP-LINE             PIC X(60).
