      *              account), SETL settlement account missing or
      *              unconfigured, AMTM amount does not match the
      *              queued item.
      * 10/15/2026 - the queue table is widened to the longer
      *              exttxn.dat row so a returned row keeps its
      *              remittance reference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtReturnApply.

       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-QUEUE-TABLE.
           02 WS-QUEUE-REC OCCURS 500 TIMES PIC X(93).
       01  WS-QUEUE-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-QUEUE-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-QUEUE-IX             PIC 9(03) COMP.
