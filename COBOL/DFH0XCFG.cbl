      *  $D2= I07544 640 050114 HDIPCB  : ExampleApp CICS client code  *
      *  $D3= I07544 640 050121 HDIPCB  : ExampleApp Add sample JCL and*
      *  $D0= I07544 640 040910 HDIPCB  : EXAMPLE APP CONFIG APP       *
      *  $D4= I07544 640 261015 HDIPCB  : USERID ON CONFIG AUDIT       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Audit trail message structure - written to TDQ CFGA for every
      * successful REWRITE in UPDATE-CONFIGURATION. The signed-on
      * user goes last, so the fields before it keep their offsets
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)   VALUE SPACES.
           03 FILLER                   PIC X      VALUE SPACES.
           03 AM-OLD-VALUE             PIC X(265) VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' NEW='.
           03 AM-NEW-VALUE             PIC X(265) VALUE SPACES.
           03 FILLER                   PIC X(6)   VALUE ' USER='.
           03 AM-USERID                PIC X(8)   VALUE SPACES.

      * Key into the configuration file
       01 APP-CONFIG-KEYS.
           MOVE TIME1 TO AM-TIME
           MOVE WS-TERMID TO AM-TERMID
           MOVE WS-TASKNUM TO AM-TASKNUM
           EXEC CICS ASSIGN USERID(AM-USERID)
           END-EXEC
      * Write audit record to durable TDQ
           EXEC CICS WRITEQ TD QUEUE('CFGA')
                     FROM(AUDIT-MSG)
