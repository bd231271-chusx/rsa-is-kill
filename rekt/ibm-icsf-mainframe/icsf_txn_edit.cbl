      *               the byte must be U, R, or space - and carried   *
      *               through on the clean file for the window's      *
      *               urgent and routine passes.                       *
      *   2026-10-15  Session-key lifetime (WX-KEY-LIFETIME) edited on *
      *               GENKEY and UNWRAP - spaces or three digits -    *
      *               and the wider WRAPTXN record carried through.   *
      *   2026-10-15  Second key of a dual-signature request           *
      *               (ST-SECOND-KEY-LABEL) edited like the first -   *
      *               on file, ACTIVE, SIGN usage, and not the same   *
      *               key as the first - and the wider SIGNTXN record *
      *               carried through.                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFEDIT.
      *----------------------------------------------------------------*
       FD  CLEAN-SIGN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-SIGN-RECORD          PIC X(1137).

       FD  CLEAN-WRAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-WRAP-RECORD          PIC X(606).

      *----------------------------------------------------------------*
      * A reject record is the input record image followed by the     *
       FD  SIGN-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGN-REJECT-RECORD.
           05  SREJ-TXN-IMAGE          PIC X(1137).
           05  SREJ-REASON             PIC X(40).

       FD  WRAP-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRAP-REJECT-RECORD.
           05  WREJ-TXN-IMAGE          PIC X(606).
           05  WREJ-REASON             PIC X(40).

       WORKING-STORAGE SECTION.
      * directory by 8200-RESOLVE-KEY-ALIAS before the key-store      *
      * edits read it - the edits must judge the physical key the     *
      * window will actually use, not the logical name riding on the  *
      * record. WS-FIRST-KEY-LABEL keeps the first key's physical     *
      * label so a dual-signature request's second key can be shown  *
      * to be a different key.                                        *
      *----------------------------------------------------------------*
       01  WS-LOOKUP-KEY-LABEL        PIC X(16) VALUE SPACES.
       01  WS-FIRST-KEY-LABEL         PIC X(16) VALUE SPACES.

       01  WS-SIGN-TXN-EOF            PIC X(01) VALUE 'N'.
           88  SIGN-TXN-EOF                    VALUE 'Y'.
           PERFORM 2107-CHECK-SIGN-PRIORITY
           PERFORM 2110-CHECK-SIGN-HASH
           PERFORM 2120-CHECK-SIGN-KEY
           PERFORM 2130-CHECK-SECOND-KEY
           MOVE ST-MESSAGE-ID TO WS-SEARCH-ID
           PERFORM 8100-CHECK-ID-SEQUENCE

       2120-CHECK-SIGN-KEY.
           MOVE ST-KEY-LABEL TO WS-LOOKUP-KEY-LABEL
           PERFORM 8200-RESOLVE-KEY-ALIAS
           MOVE WS-LOOKUP-KEY-LABEL TO WS-FIRST-KEY-LABEL
           MOVE WS-LOOKUP-KEY-LABEL TO KS-KEY-LABEL
           READ KEY-STORE-FILE
               KEY IS KS-KEY-LABEL
                   TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------*
      * 2130-CHECK-SECOND-KEY - a dual-signature request's second key *
      * gets the same three edits as the first, and must not resolve *
      * to the first key's own label - two signatures under one key  *
      * prove nothing. A request with no second key, or one whose    *
      * second key comes from the window's migration control file,   *
      * has nothing to check here.                                    *
      *----------------------------------------------------------------*
       2130-CHECK-SECOND-KEY.
           IF ST-SECOND-KEY-LABEL NOT = SPACES
               MOVE ST-SECOND-KEY-LABEL TO WS-LOOKUP-KEY-LABEL
               PERFORM 8200-RESOLVE-KEY-ALIAS
               IF WS-LOOKUP-KEY-LABEL = WS-FIRST-KEY-LABEL
                  AND WS-REJECT-REASON = SPACES
                   MOVE 'SECOND KEY IS THE SAME KEY AS THE FIRST'
                       TO WS-REJECT-REASON
               END-IF
               MOVE WS-LOOKUP-KEY-LABEL TO KS-KEY-LABEL
               READ KEY-STORE-FILE
                   KEY IS KS-KEY-LABEL
                   INVALID KEY
                       CONTINUE
               END-READ

               IF WS-KEYSTOR-STATUS NOT = '00'
                  AND WS-REJECT-REASON = SPACES
                   MOVE 'SECOND KEY LABEL NOT ON KEY STORE'
                       TO WS-REJECT-REASON
               END-IF

               IF WS-KEYSTOR-STATUS = '00'
                  AND NOT KS-STATUS-ACTIVE
                  AND WS-REJECT-REASON = SPACES
                   MOVE 'SECOND KEY LIFECYCLE STATE IS NOT ACTIVE'
                       TO WS-REJECT-REASON
               END-IF

               IF WS-KEYSTOR-STATUS = '00'
                  AND KS-KEY-USAGE NOT = 'SIGN    '
                  AND WS-REJECT-REASON = SPACES
                   MOVE 'SECOND KEY USAGE DOES NOT PERMIT SIGN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3000-EDIT-WRAP-TXNS - validate every key-exchange transaction *
      * and route it to the clean file or the rejects file. The      *
      * 3110-CHECK-WRAP-OPERATION - the operation keyword must be     *
      * spelled exactly right, an UNWRAP must actually carry the      *
      * inbound ciphertext it claims to, and the delivery form on an  *
      * UNWRAP must be one the window understands. The agreed session-*
      * key lifetime, where the requester gave one, must be a number  *
      * of days the window can file on the session-key register.      *
      *----------------------------------------------------------------*
       3110-CHECK-WRAP-OPERATION.
           IF WX-OPERATION NOT = 'WRAP    '
              AND WS-REJECT-REASON = SPACES
               MOVE 'UNWRAP KEY FORM NOT CLEAR/TOKEN'
                   TO WS-REJECT-REASON
           END-IF

      *    Only GENKEY and UNWRAP hand a session key back to be
      *    registered; a plain WRAP never reads the lifetime.
           IF WX-OPERATION NOT = 'WRAP    '
              AND WX-KEY-LIFETIME NOT = SPACES
              AND WX-KEY-LIFETIME IS NOT NUMERIC
              AND WS-REJECT-REASON = SPACES
               MOVE 'SESSION KEY LIFETIME NOT NUMERIC'
                   TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------*
