      *  unconfirmed or failed, so a rejection on the GL side stops  *
      *  the interface the next cycle instead of surfacing at        *
      *  month-end when OVFL-CLEAR does not zero.                    *
      *  The verdict is also logged on the GL batch history GLHIST,  *
      *  followed for a confirmed batch by every line the GL posted, *
      *  which is what the month-end tie-out (OVFLTIE) adds up.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONFIRM-STATUS-FILE ASSIGN TO "GLCONF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "GLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CONFIRM-STATUS-FILE.
           COPY OVFLGLC.

       FD  GL-HISTORY-FILE.
           COPY OVFLGLH.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE               PIC X(100).

           05  WS-SENT-STATUS-STATUS       PIC XX   VALUE SPACES.
           05  WS-JOURNAL-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-RESPONSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-GL-HISTORY-STATUS        PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RECON-SWITCH             PIC X    VALUE 'Y'.
           MOVE WS-CURRENT-TIMESTAMP TO GLC-TIMESTAMP
                                        IN GL-CONFIRM-RECORD
           WRITE GL-CONFIRM-RECORD
           CLOSE CONFIRM-STATUS-FILE
           PERFORM 3250-RECORD-BATCH-HISTORY.

      *  The verdict row belongs to the latest batch GLHIST holds
      *  for the cycle date.  Only a confirmed batch's lines are
      *  logged - a failed batch is resent whole and only the
      *  resend's posted lines count.
       3250-RECORD-BATCH-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF
           MOVE SPACES               TO GL-HISTORY-RECORD
           MOVE GLC-STATUS IN GL-CONFIRM-RECORD TO GLH-RECORD-TYPE
           MOVE WS-SENT-CYCLE-DATE   TO GLH-CYCLE-DATE
           MOVE WS-CURRENT-TIMESTAMP TO GLH-TIMESTAMP
           MOVE "OVFLBATCH"          TO GLH-ACCOUNT
           MOVE WS-RESP-DEBIT-TOTAL  TO GLH-DEBIT-AMOUNT
           MOVE WS-RESP-CREDIT-TOTAL TO GLH-CREDIT-AMOUNT
           WRITE GL-HISTORY-RECORD
           IF WS-RECON-OK AND WS-LINE-COUNT > 0
               SET WS-LIN-IDX TO 1
               PERFORM 3260-RECORD-POSTED-LINE
                   UNTIL WS-LIN-IDX > WS-LINE-COUNT
           END-IF
           IF WS-GL-HISTORY-STATUS NOT = "00"
               DISPLAY "GL BATCH HISTORY WRITE FAILED - STATUS "
                   WS-GL-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE GL-HISTORY-FILE.

       3260-RECORD-POSTED-LINE.
           IF WS-LIN-STATUS (WS-LIN-IDX) = "P"
               MOVE SPACES               TO GL-HISTORY-RECORD
               MOVE "L"                  TO GLH-RECORD-TYPE
               MOVE WS-SENT-CYCLE-DATE   TO GLH-CYCLE-DATE
               MOVE WS-CURRENT-TIMESTAMP TO GLH-TIMESTAMP
               MOVE WS-LIN-ACCOUNT (WS-LIN-IDX) TO GLH-ACCOUNT
               MOVE WS-LIN-DEBIT (WS-LIN-IDX)   TO GLH-DEBIT-AMOUNT
               MOVE WS-LIN-CREDIT (WS-LIN-IDX)  TO GLH-CREDIT-AMOUNT
               WRITE GL-HISTORY-RECORD
           END-IF
           SET WS-LIN-IDX UP BY 1.

       3100-WRITE-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
