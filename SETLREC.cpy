      ******************************************************************
      * Copybook:    SETLREC
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     Record layout for the SETLOUT settlement file
      *              written by SETLBATC - one record per accepted
      *              trade: the trade as read (reference, trade date,
      *              business-day offset, region, Julian flag), the
      *              settlement date WORKDAY worked out for it with
      *              the settlement day-of-week from DATECALC, and
      *              flags for a settlement that lands in a later
      *              month or a later year than the trade.  The file
      *              ends with "*TOTAIS*" control lines, which readers
      *              skip the same way they skip ANOSOUT's trailer.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      ******************************************************************
       01  SETL-REC.
           05  STL-REFERENCIA      PIC X(16).
           05  STL-DATA-NEGOCIO.
               10  STL-NEG-ANO     PIC 9(04).
               10  STL-NEG-MES     PIC 9(02).
               10  STL-NEG-DIA     PIC 9(02).
           05  STL-PRAZO           PIC 9(03).
           05  STL-REGIAO          PIC X(03).
           05  STL-JULIANO         PIC X(01).
           05  STL-DATA-LIQUIDACAO.
               10  STL-LIQ-ANO     PIC 9(04).
               10  STL-LIQ-MES     PIC 9(02).
               10  STL-LIQ-DIA     PIC 9(02).
           05  STL-DIA-SEMANA      PIC 9(01).
           05  STL-NOME-DIA        PIC X(07).
           05  STL-VIRA-MES        PIC X(01).
               88  STL-VIROU-MES         VALUE "S".
           05  STL-VIRA-ANO        PIC X(01).
               88  STL-VIROU-ANO         VALUE "S".
           05  FILLER              PIC X(31).
