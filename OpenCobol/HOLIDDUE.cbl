      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  A start date closed by a dated closure event *
      *                  (BUSDAY holiday flag 'E') prints CLOSURE on  *
      *                  the register; the due-date walk already      *
      *                  skips event days inside BUSDAY.              *
      *   15/10/2026 AI  Joint calendar sets: the card's calendar id  *
      *                  may name a set on the HOLIDJCS deck, so the  *
      *                  CALL is now to BUSJNT (BUSDAY for a plain    *
      *                  calendar, every member must be open for a    *
      *                  set).  A closed start day on a set shows the *
      *                  member that closed it on the register.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDDUE.
           88 WS-BD-OK                     VALUE '00'.
           88 WS-BD-INVALID-DATE           VALUE '01'.
           88 WS-BD-UNKNOWN-CALENDAR       VALUE '02'.
      * Calendar that closed the start date (the member, for a set).
       01 WS-BD-CLOSED-BY        PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-READ.

      ******************************************************************
      * PROCESS-ONE-REQUEST - one BUSJNT call per card (BUSDAY for a  *
      * plain calendar id).  BUSDAY does the date validation and the  *
      * calendar lookup itself, so its status maps straight onto the  *
      * two reject reasons.                                           *
      ******************************************************************
       PROCESS-ONE-REQUEST.
           MOVE DR-CALENDAR-ID TO WS-BD-CALENDAR-ID
           MOVE DR-START-DATE TO WS-BD-DATE
           MOVE DR-DAY-COUNT TO WS-BD-DAY-COUNT

           CALL 'BUSJNT' USING WS-BD-CALENDAR-ID, WS-BD-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS,
               WS-BD-CLOSED-BY

           EVALUATE TRUE
               WHEN WS-BD-OK
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE 'D002' TO WS-REJECT-CODE
                   MOVE 'CALENDAR OR SET MEMBER NOT ON MASTER'
                       TO WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
               WS-RPT-START-DATE '  ' DR-DAY-COUNT
               '   ' WS-RPT-DUE-DATE '  '
               DELIMITED BY SIZE INTO RPT-LINE
           EVALUATE TRUE
               WHEN WS-BD-HOLIDAY-FLAG = 'Y'
                   MOVE 'HOLIDAY' TO RPT-LINE(50:9)
               WHEN WS-BD-HOLIDAY-FLAG = 'E'
                   MOVE 'CLOSURE' TO RPT-LINE(50:9)
               WHEN WS-BD-BUSINESS-FLAG = 'Y'
                   MOVE 'WORKING' TO RPT-LINE(50:9)
               WHEN OTHER
                   MOVE 'WEEKEND' TO RPT-LINE(50:9)
           END-EVALUATE
           IF WS-BD-CLOSED-BY NOT = SPACES AND
              WS-BD-CLOSED-BY NOT = DR-CALENDAR-ID
               STRING 'ON ' WS-BD-CLOSED-BY
                   DELIMITED BY SIZE INTO RPT-LINE(59:7)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
