      *               against sorted SIGNTXN input, so a routine      *
      *               full-volume day reconciles instead of           *
      *               overflowing the table.                           *
      *   2026-10-15  A dual-signed SIGNED result (SR-SECOND-KEY-LABEL *
      *               filled) must be backed by two SIGN audit        *
      *               records, one per key; a message audited only    *
      *               once is reported as a NO-AUDIT exception.       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFSRCN.
      * One table entry per message-id submitted on SIGNTXN, carrying *
      * how many results and how many SIGN audit records were found   *
      * for it. A balanced window has exactly one result per entry    *
      * and, for every SIGNED result, at least one audit record -    *
      * two for a dual-signed result, which WS-RCN-AUDIT-NEEDED notes.*
      * Sized for the full SWIFT window; entries are loaded in the    *
      * input file's (ascending) message-id order, which is what     *
      * lets 8100-FIND-RCN-ENTRY use a binary SEARCH ALL instead of  *
               10  WS-RCN-RESULT-COUNT PIC 9(03).
               10  WS-RCN-AUDIT-COUNT  PIC 9(03).
               10  WS-RCN-STATUS       PIC X(08).
               10  WS-RCN-AUDIT-NEEDED PIC 9(01).

      *----------------------------------------------------------------*
      * Run totals and exception counts. Any nonzero exception count  *
           IF RCN-ENTRY-FOUND
               ADD 1 TO WS-RCN-RESULT-COUNT(WS-RCN-IDX)
               MOVE SR-STATUS TO WS-RCN-STATUS(WS-RCN-IDX)
               IF SR-SECOND-KEY-LABEL = SPACES
                   MOVE 1 TO WS-RCN-AUDIT-NEEDED(WS-RCN-IDX)
               ELSE
                   MOVE 2 TO WS-RCN-AUDIT-NEEDED(WS-RCN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ORPHAN-RESULT-COUNT
               MOVE SPACES TO RECON-RPT-LINE
                   WS-RCN-MESSAGE-ID(WS-RCN-IDX) DELIMITED BY SIZE
                   INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF

           IF WS-RCN-STATUS(WS-RCN-IDX) = 'SIGNED  '
              AND WS-RCN-AUDIT-COUNT(WS-RCN-IDX) = 1
              AND WS-RCN-AUDIT-NEEDED(WS-RCN-IDX) = 2
               ADD 1 TO WS-NO-AUDIT-COUNT
               MOVE SPACES TO RECON-RPT-LINE
               STRING 'DUAL-SIGNED WITH ONE AUDIT RECORD: MESSAGE '
                   DELIMITED BY SIZE
                   WS-RCN-MESSAGE-ID(WS-RCN-IDX) DELIMITED BY SIZE
                   INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
