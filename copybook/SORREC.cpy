      * SORREC.cpy
      * Standing-order master record, one per recurring payment,
      * keyed on SOR-KEY : the account the movement posts to and a
      * two-digit order number within the account (one account can
      * carry several orders - the rent and the savings transfer).
      * SORUPDT maintains the file from SORMNT cards ; SORGEN reads
      * it every night ahead of FEEDMRG and generates each order
      * falling due into the SORTRAN feed.
      * SOR-TYPE-CODE is the TRANREC type the movement posts as (C
      * or D). SOR-FREQUENCY : W = weekly, M = monthly, Q =
      * quarterly. SOR-NEXT-DUE is the next calendar due date ; a
      * due date on a non-business day is generated on the next
      * business day (DATECHEK), without moving the schedule.
      * SOR-ANCHOR-DAY is the day of the month of the first due
      * date, so a monthly order set up on the 31st comes back to
      * the 31st after a short month. SOR-END-DATE zero = no end.
      * SOR-STATUS : A = active, S = suspended (kept, not
      * generated, the schedule still advances), C = cancelled,
      * E = expired (end date passed - set by SORGEN).
      * SOR-LAST-GEN-DATE/SOR-LAST-GEN-DUE/SOR-LAST-GEN-COUNT are
      * the business date of the last generation, the first due
      * date it covered and how many occurrences it generated (more
      * than one when due dates were missed) : a rerun of the same
      * business date puts the schedule back and regenerates them
      * instead of losing them or advancing the order twice.
      * SOR-GEN-COUNT is the occurrences generated since the add.
       01  SOR-RECORD.
           05  SOR-KEY.
               10  SOR-ACCOUNT-NO     PIC X(10).
               10  SOR-ORDER-NO       PIC 9(02).
           05  SOR-AMOUNT             PIC 9(10).
           05  SOR-TYPE-CODE          PIC X(01).
               88  SOR-TYPE-KNOWN     VALUE "C" "D".
           05  SOR-FREQUENCY          PIC X(01).
               88  SOR-WEEKLY         VALUE "W".
               88  SOR-MONTHLY        VALUE "M".
               88  SOR-QUARTERLY      VALUE "Q".
               88  SOR-FREQUENCY-KNOWN VALUE "W" "M" "Q".
           05  SOR-NEXT-DUE           PIC 9(08).
           05  SOR-END-DATE           PIC 9(08).
           05  SOR-ANCHOR-DAY         PIC 9(02).
           05  SOR-STATUS             PIC X(01).
               88  SOR-ACTIVE         VALUE "A".
               88  SOR-SUSPENDED      VALUE "S".
               88  SOR-CANCELLED      VALUE "C".
               88  SOR-EXPIRED        VALUE "E".
           05  SOR-LAST-GEN-DATE      PIC 9(08).
           05  SOR-LAST-GEN-DUE       PIC 9(08).
           05  SOR-LAST-GEN-COUNT     PIC 9(03).
           05  SOR-GEN-COUNT          PIC 9(05).
           05  SOR-REFERENCE          PIC X(20).
           05  FILLER                 PIC X(13).
