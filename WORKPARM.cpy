      *
      * Modification history
      *   01/09/2026  GB   Original copybook.
      *   15/10/2026  GB   WDY-EH-FERIADO added: on a "V" call,
      *                     whether the date is one of the region's
      *                     HOLIDAYS, whatever its weekday.
      ******************************************************************
       01  WORKDAY-PARM.
           05  WDY-FUNCAO          PIC X(01).
               88  WDY-DATA-ERRADA       VALUE "20".
               88  WDY-FUNCAO-ERRADA     VALUE "30".
               88  WDY-SEM-RESULTADO     VALUE "40".
           05  WDY-EH-FERIADO      PIC X(01).
               88  WDY-DIA-FERIADO       VALUE "S".
