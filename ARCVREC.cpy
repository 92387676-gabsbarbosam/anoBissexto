      *
      * Modification history
      *   01/09/2026  GB   Original copybook.
      *   15/10/2026  GB   Added the chain boundary AUDITARC records
      *                     for each archive: AUD-DATA, AUD-SEQ and
      *                     AUD-ENCADEAMENTO of the last chained entry
      *                     archived (zeros when the archive holds no
      *                     chained entry).  Catalog lines written
      *                     before the change read with spaces there.
      ******************************************************************
       01  ARCV-CAT-REC.
           05  CAT-ARQUIVO         PIC X(20).
           05  CAT-DATA-MIN        PIC 9(08).
           05  CAT-DATA-MAX        PIC 9(08).
           05  CAT-FRONT-DATA      PIC 9(08).
           05  CAT-FRONT-SEQ       PIC 9(06).
           05  CAT-FRONT-ENCAD     PIC 9(12).
