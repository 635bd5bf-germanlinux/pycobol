      * suspense instead of posting), branch code, two address lines
      * and a whole-unit credit limit. CUSTMIGR migrates a pre-
      * extension 28-byte unload to this layout.
      * Status D (dormant) is set by the month-end DORMANT step on an
      * account holding a balance with no activity past the DRMPARM
      * threshold : essaizero suspends its debits (reason DORM) and
      * still posts its credits, and only a CUSTUPDT reactivation
      * (action R, with a reason) brings it back to A.
       01  CUST-RECORD.
           05  CUST-NUMBER            PIC X(10).
           05  CUST-NAME-GROUP.
               88  CUST-ACTIVE        VALUE "A" SPACE.
               88  CUST-FROZEN        VALUE "F".
               88  CUST-CLOSED        VALUE "C".
               88  CUST-DORMANT       VALUE "D".
               88  CUST-STATUS-KNOWN  VALUE "A" "F" "C" "D" SPACE.
           05  CUST-BRANCH-CODE       PIC X(04).
           05  CUST-ADDRESS-1         PIC X(20).
           05  CUST-ADDRESS-2         PIC X(20).
