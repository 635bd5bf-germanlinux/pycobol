      *   DATI = invalid activity date        (CUSTUPDT)
      *   STAI = unknown account status code  (CUSTUPDT)
      *   LIMN = credit limit not numeric     (CUSTUPDT)
      *   AGEN = branch unknown or closed     (CUSTUPDT)
      *   SOLD = closing change on a non-zero balance (CUSTUPDT)
      *   DORS = status D set or lifted outside the dormancy cycle
      *                                       (CUSTUPDT)
      *   REAC = reactivation without a reason or of an account
      *          not dormant                  (CUSTUPDT)
      *   BDBL = duplicate branch add         (BRNUPDT)
      *   BINT = branch change/delete, key not found (BRNUPDT)
      *   BACT = unknown branch action code   (BRNUPDT)
      *   BSTA = unknown branch status code   (BRNUPDT)
      *   BCLI = branch delete, customers still attached (BRNUPDT)
      *   ODBL = duplicate standing-order add (SORUPDT)
      *   OINT = standing order not on file  (SORUPDT)
      *   OACT = unknown order action code   (SORUPDT)
      *   OMNT = amount invalid or add incomplete (SORUPDT)
      *   OTYP = order type neither C nor D  (SORUPDT)
      *   OFRQ = unknown order frequency     (SORUPDT)
      *   ODAT = due or end date invalid     (SORUPDT)
      *   OCLI = account unknown or closed   (SORUPDT)
      *   OSTA = action not allowed in the order's status (SORUPDT)
      *   LDBL = duplicate dispute open       (DSPUPDT)
      *   LINT = dispute not on file          (DSPUPDT)
      *   LACT = unknown dispute action code  (DSPUPDT)
      *   LMNT = dispute or credit amount invalid, open incomplete
      *                                       (DSPUPDT)
      *   LDAT = original date invalid        (DSPUPDT)
      *   LMVT = disputed debit not on STMTHIST (DSPUPDT)
      *   LCLI = account unknown or closed    (DSPUPDT)
      *   LSTA = action not allowed in the dispute's status (DSPUPDT)
      *   FDBL = closure already pending      (CLOSREQ)
      *   FINT = closure not on file          (CLOSREQ)
      *   FACT = unknown closure action code  (CLOSREQ)
      *   FCLI = account unknown or closed    (CLOSREQ)
      *   FCPT = payout account invalid       (CLOSREQ)
      *   FSTA = action not allowed in the closure's status (CLOSREQ)
      *   GELE = account frozen at posting    (ESSAIZERO)
      *   CLOT = account closed at posting    (ESSAIZERO)
      *   VMNT = transfer amount invalid or zero (ESSAIZERO)
      *   VCPT = transfer counterparty missing or same account
      *                                       (ESSAIZERO)
      *   VINC = transfer leg account unknown (ESSAIZERO)
      *   VGEL = transfer leg account frozen  (ESSAIZERO)
      *   VCLO = transfer leg account closed  (ESSAIZERO)
      *   DORM = debit on a dormant account   (ESSAIZERO)
      *   VDOR = transfer ordering account dormant (ESSAIZERO)
      *   HDBL = duplicate hold placed        (HLDUPDT)
      *   HINT = hold not on file             (HLDUPDT)
      *   HACT = unknown hold action code     (HLDUPDT)
      *   HMNT = hold amount invalid, placing incomplete or amending
      *          nothing                      (HLDUPDT)
      *   HTYP = hold type neither H nor G    (HLDUPDT)
      *   HDAT = start or expiry date invalid (HLDUPDT)
      *   HCLI = account unknown or closed    (HLDUPDT)
      *   HSTA = hold released or expired     (HLDUPDT)
      *   SAIS = debit into funds under legal hold (ESSAIZERO)
      *   VSAI = transfer into the ordering account's held funds
      *                                       (ESSAIZERO)
      * RJT-REFERENCE carries the rejected movement's unique
      * reference (TRANREC TRAN-REFERENCE) where the reject is a
      * movement - ESSAIZERO's - and is blank on every other reject.
       01  REJECT-RECORD.
           05  RJT-PROGRAM            PIC X(08).
           05  RJT-RUN-DATE           PIC 9(08).
           05  RJT-REASON-CODE        PIC X(04).
           05  RJT-PAYLOAD            PIC X(40).
           05  RJT-REFERENCE          PIC X(22).
