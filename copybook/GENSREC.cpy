      * GENSREC.cpy
      * Generation store record : one record of a saved working file,
      * stamped with the file and the business date of its generation
      * (the GENCREC catalog key). A generation's records are held
      * together and in their original order, so GENREST writes them
      * back exactly as the night left them. GNS-DATA carries the
      * record left-justified : the 62-byte TRANREC files fill the
      * first 62 bytes, the REJREC reject files all 82.
       01  GNS-RECORD.
           05  GNS-FILE-ID            PIC X(08).
           05  GNS-BUS-DATE           PIC 9(08).
           05  GNS-DATA               PIC X(82).
