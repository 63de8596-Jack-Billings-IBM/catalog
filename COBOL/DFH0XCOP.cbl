      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : OPERATIONS HEALTH CONSOLE   *
      *   $D1= I07544 640 261015 HDIPCB  : LONGER QUEUE ENTRIES        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-QUEUE-TABLE.
           03 WS-QUEUE-ENTRY OCCURS 50 TIMES.
               05 WS-QE-LENGTH         PIC S9(4) COMP.
               05 WS-QE-DATA           PIC X(123).

       01 WS-QUEUE-NAME            PIC X(4) VALUE SPACES.
       01 WS-QUEUE-COUNT           PIC 9(2) VALUE ZERO.
                   SET QUEUE-DRAIN-CAPPED TO TRUE
                   SET DRAIN-DONE TO TRUE
               ELSE
                   MOVE 123 TO WS-TD-LENGTH
                   EXEC CICS READQ TD QUEUE(WS-QUEUE-NAME)
                             INTO(WS-QE-DATA(WS-QUEUE-COUNT + 1))
                             LENGTH(WS-TD-LENGTH)
