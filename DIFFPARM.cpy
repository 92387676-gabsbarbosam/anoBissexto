      ******************************************************************
      * Copybook:    DIFFPARM
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     LINKAGE parameter record for the DATEDIFF
      *              callable subprogram - shared by every interest-
      *              accrual job that needs the days between two
      *              dates (calendar and business) and the accrual
      *              day count and year fraction under ACT/360,
      *              ACT/365 FIXED, ACT/ACT AND 30/360, from one
      *              shared implementation instead of private
      *              leap-year arithmetic in each job.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      ******************************************************************
       01  DATEDIFF-PARM.
           05  DDF-DATA-INICIAL.
               10  DDF-INI-ANO     PIC 9(04).
               10  DDF-INI-MES     PIC 9(02).
               10  DDF-INI-DIA     PIC 9(02).
           05  DDF-DATA-FINAL.
               10  DDF-FIM-ANO     PIC 9(04).
               10  DDF-FIM-MES     PIC 9(02).
               10  DDF-FIM-DIA     PIC 9(02).
           05  DDF-MODO-JULIANO    PIC X(01).
               88  DDF-JULIANO-SIM       VALUE "S".
               88  DDF-JULIANO-NAO       VALUE "N".
           05  DDF-REGIAO          PIC X(03).
      *    CALENDAR DAYS FROM THE START DATE TO THE END DATE (END
      *    MINUS START), SPLIT INTO DAYS FALLING IN LEAP AND IN
      *    COMMON YEARS.
           05  DDF-DIAS-CORRIDOS   PIC 9(07).
           05  DDF-DIAS-BISSEXTOS  PIC 9(07).
           05  DDF-DIAS-COMUNS     PIC 9(07).
      *    BUSINESS DAYS AFTER THE START DATE UP TO AND INCLUDING THE
      *    END DATE, PER WORKDAY (WEEKENDS AND HOLIDAYS).
           05  DDF-DIAS-UTEIS      PIC 9(07).
      *    30/360 (BOND BASIS) DAY COUNT.  THE ACT CONVENTIONS COUNT
      *    DDF-DIAS-CORRIDOS.
           05  DDF-DIAS-30-360     PIC 9(07).
           05  DDF-FRACAO-ACT-360  PIC 9(04)V9(08).
           05  DDF-FRACAO-ACT-365  PIC 9(04)V9(08).
           05  DDF-FRACAO-ACT-ACT  PIC 9(04)V9(08).
           05  DDF-FRACAO-30-360   PIC 9(04)V9(08).
           05  DDF-RETORNO         PIC X(02).
               88  DDF-OK                VALUE "00".
               88  DDF-INICIAL-ERRADA    VALUE "20".
               88  DDF-FINAL-ERRADA      VALUE "21".
               88  DDF-DATAS-INVERTIDAS  VALUE "30".
               88  DDF-SEM-RESULTADO     VALUE "40".
