      *              arrived), and marks each queued row sent. A
      *              cycle with nothing pending writes no file at
      *              all rather than an empty shell.
      * 10/15/2026 - the detail line carries the queued row's
      *              remittance reference (the customer's reference
      *              with the payee on a bill payment) after the
      *              destination account. The queue table is widened
      *              to the longer exttxn.dat row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtTransferExtract.

           02 FILLER              PIC X(01) VALUE SPACE.
           02 EdDestAccount       PIC X(17).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 EdReference         PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 EdSourceAccount     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 EdAmount            PIC 9(10)V99.
       01  WS-INTF-STATUS          PIC XX.
       01  WS-BATCH-DATE           PIC 9(8).
       01  WS-QUEUE-TABLE.
           02 WS-QUEUE-REC OCCURS 500 TIMES PIC X(93).
       01  WS-QUEUE-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-QUEUE-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-QUEUE-IX             PIC 9(03) COMP.
           MOVE ExtSeqNumber TO EdSeqNumber
           MOVE ExtRoutingNumber TO EdRoutingNumber
           MOVE ExtDestAccount TO EdDestAccount
           MOVE ExtReference TO EdReference
           MOVE ExtSourceAccount TO EdSourceAccount
           MOVE ExtAmount TO EdAmount
           MOVE ExtCapturedDate TO EdCapturedDate
