      ******************************************************************
      * Copybook:    HISTREC
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     Record layout for the RUNHIST run-history file
      *              written by RUNHLOG - one END record ("F") for
      *              every batch run that reached end of run, and one
      *              LOCK record ("T") each time a batch run takes a
      *              RUNLOCK lock.  Both carry the program name and
      *              the run's start timestamp, so a LOCK record with
      *              no END record for the same program and start is
      *              a run that abended while holding the lock.  On a
      *              LOCK record HST-FIM is the moment the lock was
      *              taken and HST-RECURSO the resource locked.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      ******************************************************************
       01  HIST-REC.
           05  HST-TIPO            PIC X(01).
               88  HST-EH-FIM            VALUE "F".
               88  HST-EH-TRAVA          VALUE "T".
           05  HST-PROGRAMA        PIC X(12).
           05  HST-INICIO.
               10  HST-DATA-INICIO PIC 9(08).
               10  HST-HORA-INICIO PIC 9(08).
           05  HST-FIM.
               10  HST-DATA-FIM    PIC 9(08).
               10  HST-HORA-FIM    PIC 9(08).
           05  HST-RETORNO         PIC 9(04).
           05  HST-TOTAIS.
               10  HST-QTD-LIDOS       PIC 9(08).
               10  HST-QTD-VALIDOS     PIC 9(08).
               10  HST-QTD-REJEITADOS  PIC 9(08).
               10  HST-QTD-EXCECOES    PIC 9(08).
               10  HST-QTD-ARQUIVADOS  PIC 9(08).
               10  HST-QTD-RETIDOS     PIC 9(08).
               10  HST-QTD-GRAVADOS    PIC 9(08).
           05  HST-RECURSO         PIC X(12).
           05  HST-CARTAO          PIC X(80).
