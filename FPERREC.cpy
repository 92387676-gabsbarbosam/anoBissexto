      ******************************************************************
      * Copybook:    FPERREC
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     Record layout for the FPEROUT fiscal-period file
      *              written by ANOBFPER - one record per fiscal
      *              period: the fiscal year (numbered by the calendar
      *              year it ends in on a month-based calendar, by the
      *              year of the anchor month on a week-based one - a
      *              nearest-weekday year may end in the first days of
      *              the following January) and period number, the
      *              period's first and last dates, its calendar days
      *              and its business days (per WORKDAY), the number
      *              of weeks in it (zero on a month-based calendar),
      *              and two flags - a period holding 29/02 and the
      *              period that carries a 53rd week.  The calendar,
      *              region and Julian switch the file was built under
      *              are repeated on every record.  The file ends with
      *              "*TOTAIS*" control lines, which readers skip the
      *              same way they skip SETLOUT's trailer.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      *   15/10/2026  GB   Fiscal-year numbering described for
      *                     week-based calendars as well.
      ******************************************************************
       01  FPER-REC.
           05  FPR-ANO-FISCAL      PIC 9(04).
           05  FPR-PERIODO         PIC 9(02).
           05  FPR-DATA-INICIAL.
               10  FPR-INI-ANO     PIC 9(04).
               10  FPR-INI-MES     PIC 9(02).
               10  FPR-INI-DIA     PIC 9(02).
           05  FPR-DATA-FINAL.
               10  FPR-FIM-ANO     PIC 9(04).
               10  FPR-FIM-MES     PIC 9(02).
               10  FPR-FIM-DIA     PIC 9(02).
           05  FPR-DIAS-CORRIDOS   PIC 9(03).
           05  FPR-DIAS-UTEIS      PIC 9(03).
           05  FPR-SEMANAS         PIC 9(01).
           05  FPR-TEM-29-FEV      PIC X(01).
               88  FPR-CONTEM-29-FEV     VALUE "S".
           05  FPR-SEMANA-53       PIC X(01).
               88  FPR-TEM-SEMANA-53     VALUE "S".
           05  FPR-CALENDARIO      PIC X(03).
               88  FPR-MENSAL            VALUE "MES".
           05  FPR-REGIAO          PIC X(03).
           05  FPR-JULIANO         PIC X(01).
           05  FILLER              PIC X(42).
