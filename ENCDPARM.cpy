      ******************************************************************
      * Copybook:    ENCDPARM
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     LINKAGE parameter record for the AUDENCAD
      *              callable subprogram - the audit-trail chain
      *              value.  The caller passes the previous entry's
      *              chain value and the entry's first 54 bytes
      *              (everything but AUD-ENCADEAMENTO itself) and gets
      *              the entry's chain value back.  AUDITLOG stamps
      *              it, AUDITVER recomputes it.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      ******************************************************************
       01  AUDENCAD-PARM.
           05  ENC-ANTERIOR        PIC 9(12).
           05  ENC-CONTEUDO        PIC X(54).
           05  ENC-RESULTADO       PIC 9(12).
