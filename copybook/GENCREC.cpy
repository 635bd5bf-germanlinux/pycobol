      * GENCREC.cpy
      * Generation catalog, one record per dated generation of a
      * nightly working file held on the GENSTORE generation store.
      * GENSAVE writes the catalog at the end of every night, ahead
      * of DATEROLL, and GENREST reads it to restore a generation
      * under its working name.
      * GCT-FILE-ID is the working file's name (TRANSOUT, RJTNUM..),
      * GCT-BUS-DATE the business date the file was produced under,
      * GCT-RECORD-COUNT the records saved - the count GENREST checks
      * the restore against - and GCT-SAVE-DATE/GCT-SAVE-TIME when the
      * generation was taken. GCT-ORGANIZATION : L = line sequential
      * (the 62-byte TRANREC files), S = fixed sequential (the 82-byte
      * REJREC reject files).
      * GENSAVE writes the catalog newest night first.
       01  GCT-RECORD.
           05  GCT-FILE-ID            PIC X(08).
           05  GCT-BUS-DATE           PIC 9(08).
           05  GCT-RECORD-COUNT       PIC 9(09).
           05  GCT-SAVE-DATE          PIC 9(08).
           05  GCT-SAVE-TIME          PIC 9(06).
           05  GCT-ORGANIZATION       PIC X(01).
               88  GCT-LINE-SEQUENTIAL VALUE "L".
               88  GCT-FIXED-SEQUENTIAL VALUE "S".
           05  FILLER                 PIC X(10).
