      *
      * Modification history
      *   02/09/2026  GB   Original subprogram.
      *   15/10/2026  GB   A lock taken is now also noted in the
      *                     RUNHIST run history through RUNHLOG
      *                     (function "T"), so a run that abends
      *                     holding the lock shows up on RUNHRPT as
      *                     a lock with no end-of-run record.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. RUNLOCK.
           01  WS-TRAVA-STATUS     PIC X(02) VALUE "00".
           01  WS-NOME-TRAVA       PIC X(20) VALUE SPACES.
           01  WS-STATUS-REMOVE    PIC 9(9) COMP-5 VALUE ZEROS.
           COPY HISTPARM.
       LINKAGE SECTION.
           COPY LOCKPARM.
       PROCEDURE DIVISION USING RUNLOCK-PARM.
      *     MEANS THE RESOURCE IS HELD: THE HOLDER AND ITS TIMESTAMP
      *     GO BACK TO THE CALLER AND NOTHING IS TOUCHED.  NO LOCK
      *     FILE MEANS THE RESOURCE IS FREE: THE LOCK IS WRITTEN
      *     WITH THE CALLER'S NAME AND THE CURRENT DATE AND TIME,
      *     AND THE LOCK IS NOTED IN THE CALLER'S RUN HISTORY.
      ******************************************************************
       1000-OBTEM-TRAVA.
           OPEN INPUT TRAVA.
           MOVE TRV-DATA TO RLK-DATA.
           MOVE TRV-HORA TO RLK-HORA.
           MOVE "00" TO RLK-RETORNO.

           MOVE "T"          TO RHL-FUNCAO.
           MOVE RLK-PROGRAMA TO RHL-PROGRAMA.
           MOVE RLK-RECURSO  TO RHL-RECURSO.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
       1000-EXIT.
           EXIT.

