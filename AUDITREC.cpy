      *                     Archives written before this change carry
      *                     the OLD byte order and must be converted
      *                     with AUDTCONV before AUDITRPT reads them.
      *   15/10/2026  GB   The trail became tamper-evident.  Each entry
      *                     AUDITLOG writes now carries AUD-FORMATO "E"
      *                     and AUD-ENCADEAMENTO, a chain value AUDENCAD
      *                     computes from the entry's own first 54
      *                     bytes and the previous entry's chain value,
      *                     and AUD-SEQ became the entry's write
      *                     sequence within its AUD-DATA (1, 2, 3 ...)
      *                     so AUD-DATA + AUD-SEQ gives the write order
      *                     and a deleted entry leaves a gap.  The
      *                     trail holds one control record (AUDIT-CTL-
      *                     REC, key all zeros, AUD-FORMATO "C") with
      *                     the last date, sequence and chain value
      *                     written; readers skip it.  AUD-COMPLEMENTO
      *                     is held in reserve so later fields need no
      *                     conversion.  Record length 39 -> 66; the
      *                     key is unchanged.  Entries from before the
      *                     change (AUD-FORMATO space) carry no chain
      *                     value.  Flat 39-byte archives read as-is
      *                     (the new bytes come in as spaces); the
      *                     live trail is rebuilt once by AUDTCONV
      *                     mode R.
      *   15/10/2026  GB   Carved the verdict's context out of
      *                     AUD-COMPLEMENTO: AUD-REGIAO (LC-REGIAO),
      *                     AUD-REGRA (LC-REGRA-USADA, J or G) and
      *                     AUD-JULIANO (LC-MODO-JULIANO), so a
      *                     recorded verdict can be re-run under the
      *                     rules in force today (AUDITREV).  Entries
      *                     written before these fields carry spaces
      *                     there - AUD-SEM-CONTEXTO - and cannot be
      *                     re-run.  Same record length; the chain
      *                     value already covers these bytes.
      ******************************************************************
       01  AUDIT-REC.
           05  AUD-CHAVE.
               88  AUD-EH-BISSEXTO       VALUE "S".
               88  AUD-NAO-EH-BISSEXTO   VALUE "N".
           05  AUD-PROGRAMA        PIC X(12).
           05  AUD-FORMATO         PIC X(01).
               88  AUD-SEM-ENCADEAMENTO  VALUE SPACE.
               88  AUD-ENCADEADO         VALUE "E".
               88  AUD-REG-CONTROLE      VALUE "C".
           05  AUD-COMPLEMENTO.
               10  AUD-REGIAO      PIC X(03).
               10  AUD-REGRA       PIC X(01).
                   88  AUD-REGRA-JULIANA     VALUE "J".
                   88  AUD-REGRA-GREGORIANA  VALUE "G".
                   88  AUD-SEM-CONTEXTO      VALUE SPACE.
               10  AUD-JULIANO     PIC X(01).
               10  FILLER          PIC X(09).
           05  AUD-ENCADEAMENTO    PIC 9(12).
       01  AUDIT-CTL-REC.
           05  ACR-CHAVE           PIC X(26).
           05  FILLER              PIC X(01).
           05  ACR-PROGRAMA        PIC X(12).
           05  ACR-FORMATO         PIC X(01).
           05  ACR-ULTIMA-DATA     PIC 9(08).
           05  ACR-ULTIMA-SEQ      PIC 9(06).
           05  ACR-ULTIMO-ENCAD    PIC 9(12).
