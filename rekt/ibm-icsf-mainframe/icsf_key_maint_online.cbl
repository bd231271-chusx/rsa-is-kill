      *----------------------------------------------------------------*
      * ICSF_KEY_MAINT_ONLINE.CBL                                      *
      *                                                                *
      * CICS transaction KMNT - key-maintenance request and approval. *
      *                                                                *
      * The online front end to the two-person lifecycle control that *
      * ICSFRSA 2500-PROCESS-KEY-MAINT runs on the KEYMNT file. The   *
      * operator keys what a KEYMNT card would carry - label, action, *
      * and target state - and the signed-on CICS user-id is          *
      * KM-USER-ID, so the identity the control turns on is the one  *
      * the region authenticated, not one typed on a card:            *
      *                                                                *
      *   ENTER  - edit the change, show the key's state and any      *
      *            request pending on it, and say what PF5 will do.   *
      *   PF5    - carry the checked change out, by the same rules    *
      *            as the batch:                                      *
      *              REQUEST of ACTIVE to SUSPENDED or COMPROMISED -  *
      *                an emergency suspension, applied to KEYSTOR at *
      *                once and audited STATUS-x;                     *
      *              any other REQUEST - filed on PENDKEY (replacing  *
      *                any request already pending for the label) and *
      *                audited REQST-x;                               *
      *              APPROVE - refused and audited APPRV-x with -1   *
      *                (nothing pending, or pending past the approval *
      *                window), -2 (pending for a different state) or *
      *                -5 (the approver is the requester); otherwise  *
      *                applied, audited STATUS-x under the approver,  *
      *                and the pending request cleared.               *
      *   PF3 or CLEAR - end the transaction.                        *
      *                                                                *
      * A PF5 is honoured only straight after the ENTER that checked  *
      * the same label, action, and state, so an overtyped field     *
      * cannot slip through unchecked.                                 *
      *                                                                *
      * Audit records are built in the AUDITREC layout with the same *
      * operation codes as the batch, AL-JOB-NAME carrying the CICS   *
      * APPLID, and are written to transient-data queue ICSA - an     *
      * extrapartition queue on the ONLAUDIT dataset that ICSFAOLM    *
      * chains onto AUDITLOG ahead of each batch window. If the audit *
      * record cannot be written the change is backed out: KEYSTOR    *
      * and PENDKEY are defined recoverable, and a change with no     *
      * audit record is not made.                                      *
      *                                                                *
      * The approval window is the one the last ICSFRSA run swept    *
      * with, read from the APPRCTL control record (the batch default *
      * of 7 days if the record cannot be read) - a request the next  *
      * sweep would drop is not approved here.                        *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - online key-maintenance REQUEST    *
      *               and APPROVE under the two-person rule, with     *
      *               immediate emergency suspension.                 *
      *   2026-10-15  Approval window read from the APPRCTL control   *
      *               record ICSFRSA writes, so KMNT and the batch    *
      *               sweep age requests by the same number of days.  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKMNT.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP                    PIC S9(8) COMP VALUE ZERO.
       01  WS-DISP-RESP               PIC Z(7)9.

      *----------------------------------------------------------------*
      * Pseudo-conversational state, passed back to the next task on  *
      * RETURN TRANSID: the change the last ENTER checked, and whether *
      * a PF5 may now carry it out.                                   *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-CONFIRM-SW       PIC X(01) VALUE 'N'.
               88  CA-CONFIRM-ARMED            VALUE 'Y'.
               88  CA-CONFIRM-NOT-ARMED        VALUE 'N'.
           05  WS-CA-KEY-LABEL        PIC X(16) VALUE SPACES.
           05  WS-CA-ACTION           PIC X(01) VALUE SPACE.
           05  WS-CA-NEW-STATUS       PIC X(12) VALUE SPACES.
       01  WS-COMMAREA-LEN            PIC S9(4) COMP VALUE 30.

      *----------------------------------------------------------------*
      * Signed-on identity and region, captured once per task.        *
      *----------------------------------------------------------------*
       01  WS-USER-ID                 PIC X(08) VALUE SPACES.
       01  WS-APPLID                  PIC X(08) VALUE SPACES.

       01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY          PIC X(04).
           05  WS-TODAY-MM            PIC X(02).
           05  WS-TODAY-DD            PIC X(02).
       01  WS-TODAY-DISP              PIC X(10) VALUE SPACES.
       01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------*
      * Request age in days, YYYYDDD less YYYYDDD the way the batch   *
      * sweep cuts off: a year is 365 days. WS-APPROVAL-AGE-DAYS is   *
      * the sweep's window from APPRCTL, 7 until it has been read.    *
      *----------------------------------------------------------------*
       01  WS-APPROVAL-AGE-DAYS       PIC 9(02) VALUE 07.
       01  WS-DISP-APPROVAL-AGE       PIC Z9.
       01  WS-TODAY-DAY               PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DAY-SPLIT REDEFINES WS-TODAY-DAY.
           05  WS-TODAY-DAY-YEAR      PIC 9(04).
           05  WS-TODAY-DAY-DDD       PIC 9(03).
       01  WS-REQUEST-DAY             PIC 9(07) VALUE ZERO.
       01  WS-REQUEST-DAY-SPLIT REDEFINES WS-REQUEST-DAY.
           05  WS-REQUEST-DAY-YEAR    PIC 9(04).
           05  WS-REQUEST-DAY-DDD     PIC 9(03).
       01  WS-REQUEST-AGE             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DISP-AGE                PIC Z(3)9.

      *----------------------------------------------------------------*
      * The change being edited or applied - decoded target state as  *
      * in ICSFRSA 2550-APPLY-ONE-KEY-MAINT.                          *
      *----------------------------------------------------------------*
       01  WS-MAINT-STATUS-CODE       PIC X(01) VALUE SPACE.
           88  MAINT-STATUS-VALID              VALUE 'P' 'A' 'S'
                                                     'R' 'C'.
       01  WS-APPROVER-ID             PIC X(08) VALUE SPACES.

       01  WS-EDIT-SW                 PIC X(01) VALUE 'N'.
           88  EDIT-OK                         VALUE 'Y'.
           88  EDIT-FAILED                     VALUE 'N'.

       01  WS-APPLY-SW                PIC X(01) VALUE 'N'.
           88  CHANGE-APPLIED                  VALUE 'Y'.
           88  CHANGE-NOT-APPLIED              VALUE 'N'.

       01  WS-PENDING-SW              PIC X(01) VALUE 'N'.
           88  REQUEST-PENDING                 VALUE 'Y'.
           88  NO-REQUEST-PENDING              VALUE 'N'.

       01  WS-AGED-SW                 PIC X(01) VALUE 'N'.
           88  REQUEST-AGED                    VALUE 'Y'.
           88  REQUEST-NOT-AGED                VALUE 'N'.

       01  WS-NEW-PENDING             PIC X(56) VALUE SPACES.

       01  WS-MESSAGE                 PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------*
      * Status code spelled out the way KEYMNT spells it, set by      *
      * 7100-SPELL-STATUS from WS-SPELL-CODE.                         *
      *----------------------------------------------------------------*
       01  WS-SPELL-CODE              PIC X(01) VALUE SPACE.
       01  WS-SPELL-TEXT              PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * Audit staging, the same fields ICSFRSA 8200 takes. The actor  *
      * is whoever the record is about - requester, approver, or the *
      * operator of an emergency suspension.                          *
      *----------------------------------------------------------------*
       01  WS-RETURN-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-REASON-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-AUDIT-OPERATION         PIC X(08) VALUE SPACES.
       01  WS-AUDIT-KEY-LABEL         PIC X(16) VALUE SPACES.
       01  WS-AUDIT-ACTOR-ID          PIC X(08) VALUE SPACES.
       01  WS-AUDIT-QUEUE             PIC X(04) VALUE 'ICSA'.
       01  WS-AUDIT-LEN               PIC S9(4) COMP VALUE 129.

       01  WS-AUDIT-SW                PIC X(01) VALUE 'N'.
           88  AUDIT-WRITTEN                   VALUE 'Y'.
           88  AUDIT-NOT-WRITTEN               VALUE 'N'.

           COPY ICSFMAP.

           COPY DFHAID.

           COPY KEYMNT.

           COPY KEYSTORE.

           COPY PENDMNT.

           COPY AUDITREC.

           COPY APPRCTL.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(30).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - one screen interaction per task.               *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           IF EIBCALEN = ZERO
               PERFORM 2000-FIRST-SCREEN
                   THRU 2000-FIRST-SCREEN-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF3
                  OR EIBAID = DFHCLEAR
                   PERFORM 9000-END-SESSION
               ELSE
               IF EIBAID = DFHENTER
                   PERFORM 3000-CHECK-CHANGE
                       THRU 3000-CHECK-CHANGE-EXIT
               ELSE
               IF EIBAID = DFHPF5
                   PERFORM 4000-APPLY-CHANGE
                       THRU 4000-APPLY-CHANGE-EXIT
               ELSE
                   PERFORM 3010-RECEIVE-SCREEN
                   SET CA-CONFIRM-NOT-ARMED TO TRUE
                   MOVE 'KEY NOT SUPPORTED - USE ENTER, PF5 OR PF3'
                       TO WS-MESSAGE
                   PERFORM 8000-SEND-SCREEN
               END-IF
               END-IF
               END-IF
           END-IF

           PERFORM 9999-RETURN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - today's date and time, and who is signed on *
      * at which region.                                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               YYYYDDD(WS-TODAY-DAY)
               TIME(WS-NOW-TIME)
           END-EXEC

           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-MM   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-DD   DELIMITED BY SIZE
                  INTO WS-TODAY-DISP
           END-STRING

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               APPLID(WS-APPLID)
           END-EXEC

           PERFORM 1100-READ-APPROVAL-AGE

           MOVE SPACES     TO KEY-MAINT-RECORD
           MOVE LOW-VALUES TO ICSFMNTO.

      *----------------------------------------------------------------*
      * 1100-READ-APPROVAL-AGE - the approval window the batch sweep  *
      * applies, from the APPRCTL record ICSFRSA writes at startup.   *
      * Until a run has written it, or if it cannot be read, the     *
      * window is the batch default the field starts at.              *
      *----------------------------------------------------------------*
       1100-READ-APPROVAL-AGE.
           MOVE 'APPRVAGE' TO AC-CONTROL-KEY
           EXEC CICS READ
               FILE('APPRCTL')
               INTO(APPROVAL-CONTROL-RECORD)
               RIDFLD(AC-CONTROL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND AC-APPROVAL-AGE-DAYS IS NUMERIC
               MOVE AC-APPROVAL-AGE-DAYS TO WS-APPROVAL-AGE-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * 2000-FIRST-SCREEN - transaction entered from a clear screen.  *
      *----------------------------------------------------------------*
       2000-FIRST-SCREEN.
           SET CA-CONFIRM-NOT-ARMED TO TRUE
           MOVE 'KEY IN LABEL, ACTION AND NEW STATUS, THEN PRESS ENTER'
               TO WS-MESSAGE
           PERFORM 8000-SEND-SCREEN.
       2000-FIRST-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CHECK-CHANGE - ENTER: edit the change, show the key and  *
      * any pending request, say what PF5 will do, and arm PF5 for    *
      * exactly this change.                                           *
      *----------------------------------------------------------------*
       3000-CHECK-CHANGE.
           PERFORM 3010-RECEIVE-SCREEN
           SET CA-CONFIRM-NOT-ARMED TO TRUE

           PERFORM 3100-EDIT-CHANGE
               THRU 3100-EDIT-CHANGE-EXIT
           IF EDIT-FAILED
               PERFORM 8000-SEND-SCREEN
               GO TO 3000-CHECK-CHANGE-EXIT
           END-IF

           PERFORM 3200-SHOW-KEY-STATE
           PERFORM 3300-PREVIEW-CHANGE

           MOVE KM-KEY-LABEL  TO WS-CA-KEY-LABEL
           MOVE KM-ACTION     TO WS-CA-ACTION
           MOVE KM-NEW-STATUS TO WS-CA-NEW-STATUS
           SET CA-CONFIRM-ARMED TO TRUE

           PERFORM 8000-SEND-SCREEN.
       3000-CHECK-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-RECEIVE-SCREEN - the keyed fields into the KEYMNT record *
      * layout, with the signed-on user as KM-USER-ID.                *
      *----------------------------------------------------------------*
       3010-RECEIVE-SCREEN.
           EXEC CICS RECEIVE
               MAP('ICSFMNT')
               MAPSET('ICSFMAP')
               INTO(ICSFMNTI)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO KEY-MAINT-RECORD
           IF WS-RESP = DFHRESP(NORMAL)
               IF MLABELL > ZERO
                   MOVE MLABELI  TO KM-KEY-LABEL
               END-IF
               IF MACTIONL > ZERO
                   MOVE MACTIONI TO KM-ACTION
               END-IF
               IF MNSTATL > ZERO
                   MOVE MNSTATI  TO KM-NEW-STATUS
               END-IF
           END-IF
           MOVE WS-USER-ID TO KM-USER-ID

           MOVE LOW-VALUES TO ICSFMNTO.

      *----------------------------------------------------------------*
      * 3100-EDIT-CHANGE - the same edits 2550-APPLY-ONE-KEY-MAINT    *
      * makes before it routes a card, except that the action must be *
      * keyed: a blank action is a request on a card cut before       *
      * KM-ACTION existed, but on the screen it is an omission.       *
      * The key-store record is left in KEYSTORE-RECORD.              *
      *----------------------------------------------------------------*
       3100-EDIT-CHANGE.
           SET EDIT-FAILED TO TRUE

           IF KM-KEY-LABEL = SPACES
               MOVE 'KEY LABEL IS REQUIRED' TO WS-MESSAGE
               GO TO 3100-EDIT-CHANGE-EXIT
           END-IF

           IF KM-ACTION NOT = 'R'
              AND KM-ACTION NOT = 'A'
               MOVE 'ACTION MUST BE R (REQUEST) OR A (APPROVE)'
                   TO WS-MESSAGE
               GO TO 3100-EDIT-CHANGE-EXIT
           END-IF

           MOVE SPACE TO WS-MAINT-STATUS-CODE
           IF KM-NEW-STATUS = 'PENDING     '
               MOVE 'P' TO WS-MAINT-STATUS-CODE
           END-IF
           IF KM-NEW-STATUS = 'ACTIVE      '
               MOVE 'A' TO WS-MAINT-STATUS-CODE
           END-IF
           IF KM-NEW-STATUS = 'SUSPENDED   '
               MOVE 'S' TO WS-MAINT-STATUS-CODE
           END-IF
           IF KM-NEW-STATUS = 'RETIRED     '
               MOVE 'R' TO WS-MAINT-STATUS-CODE
           END-IF
           IF KM-NEW-STATUS = 'COMPROMISED '
               MOVE 'C' TO WS-MAINT-STATUS-CODE
           END-IF

           IF NOT MAINT-STATUS-VALID
               MOVE 'NEW STATUS MUST BE SPELLED AS LISTED BELOW'
                   TO WS-MESSAGE
               GO TO 3100-EDIT-CHANGE-EXIT
           END-IF

           MOVE KM-KEY-LABEL TO KS-KEY-LABEL
           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'KEY LABEL NOT ON FILE' TO WS-MESSAGE
               GO TO 3100-EDIT-CHANGE-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-DISP-RESP
               STRING 'KEYSTOR READ FAILED, RESP=' DELIMITED BY SIZE
                      WS-DISP-RESP                 DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               GO TO 3100-EDIT-CHANGE-EXIT
           END-IF

           SET EDIT-OK TO TRUE.
       3100-EDIT-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-SHOW-KEY-STATE - the key's state as it stands on file    *
      * and the request pending on it, if any, with its age.          *
      *----------------------------------------------------------------*
       3200-SHOW-KEY-STATE.
           MOVE KM-KEY-LABEL TO KS-KEY-LABEL
           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE KS-KEY-STATUS TO WS-SPELL-CODE
               PERFORM 7100-SPELL-STATUS
               MOVE WS-SPELL-TEXT TO MCURSTO
           ELSE
               MOVE 'NOT ON FILE' TO MCURSTO
           END-IF

           SET NO-REQUEST-PENDING TO TRUE
           SET REQUEST-NOT-AGED   TO TRUE
           MOVE KM-KEY-LABEL TO PM-KEY-LABEL
           EXEC CICS READ
               FILE('PENDKEY')
               INTO(PENDING-MAINT-RECORD)
               RIDFLD(PM-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET REQUEST-PENDING TO TRUE
               PERFORM 7200-REQUEST-AGE
               MOVE WS-REQUEST-AGE     TO WS-DISP-AGE
               MOVE PM-NEW-STATUS-CODE TO WS-SPELL-CODE
               PERFORM 7100-SPELL-STATUS
               STRING 'TO '            DELIMITED BY SIZE
                      WS-SPELL-TEXT    DELIMITED BY SPACE
                      ' BY '           DELIMITED BY SIZE
                      PM-REQUEST-USER  DELIMITED BY SPACE
                      ' ON '           DELIMITED BY SIZE
                      PM-REQUEST-DATE  DELIMITED BY SIZE
                      ', '             DELIMITED BY SIZE
                      WS-DISP-AGE      DELIMITED BY SIZE
                      ' DAYS OLD'      DELIMITED BY SIZE
                      INTO MPENDO
               END-STRING
               IF REQUEST-AGED
                   MOVE 'AGED' TO MPENDO(56:4)
               END-IF
           ELSE
               MOVE 'NONE' TO MPENDO
           END-IF.

      *----------------------------------------------------------------*
      * 3300-PREVIEW-CHANGE - what PF5 will do with the change just   *
      * checked, worked out the way 4000-APPLY-CHANGE will route it.  *
      * An approval that would be refused is still armed: the        *
      * attempt is what the APPRV-x audit record is there to catch.   *
      *----------------------------------------------------------------*
       3300-PREVIEW-CHANGE.
           IF KM-ACTION-APPROVE
               IF NO-REQUEST-PENDING
                  OR REQUEST-AGED
                   MOVE 'NOTHING TO APPROVE - PF5 WOULD BE REFUSED AND A
      -                 'UDITED' TO WS-MESSAGE
               ELSE
               IF PM-NEW-STATUS-CODE NOT = WS-MAINT-STATUS-CODE
                   MOVE 'REQUEST IS FOR ANOTHER STATUS - PF5 WOULD BE RE
      -                 'FUSED AND AUDITED' TO WS-MESSAGE
               ELSE
               IF KM-USER-ID = PM-REQUEST-USER
                   MOVE 'YOU FILED THIS REQUEST - PF5 WOULD BE REFUSED A
      -                 'ND AUDITED' TO WS-MESSAGE
               ELSE
                   MOVE 'PRESS PF5 TO APPROVE AND APPLY THE CHANGE'
                       TO WS-MESSAGE
               END-IF
               END-IF
               END-IF
           ELSE
               IF KS-STATUS-ACTIVE
                  AND (WS-MAINT-STATUS-CODE = 'S'
                       OR WS-MAINT-STATUS-CODE = 'C')
                   MOVE 'EMERGENCY - PF5 APPLIES THIS AT ONCE, WITHOUT A
      -                 ' SECOND SIGNER' TO WS-MESSAGE
               ELSE
               IF REQUEST-PENDING
                   MOVE 'PRESS PF5 TO FILE THIS IN PLACE OF THE PENDING 
      -                 'REQUEST' TO WS-MESSAGE
               ELSE
                   MOVE 'PRESS PF5 TO FILE THE REQUEST FOR A SECOND SIGN
      -                 'ER' TO WS-MESSAGE
               END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4000-APPLY-CHANGE - PF5: carry out the change the last ENTER  *
      * checked, routed as 2550-APPLY-ONE-KEY-MAINT routes a card.    *
      * The edits run again - the key may have moved since the ENTER. *
      *----------------------------------------------------------------*
       4000-APPLY-CHANGE.
           PERFORM 3010-RECEIVE-SCREEN

           IF CA-CONFIRM-NOT-ARMED
               MOVE 'PRESS ENTER TO CHECK THE CHANGE BEFORE PF5'
                   TO WS-MESSAGE
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-APPLY-CHANGE-EXIT
           END-IF

           SET CA-CONFIRM-NOT-ARMED TO TRUE

           IF KM-KEY-LABEL  NOT = WS-CA-KEY-LABEL
              OR KM-ACTION     NOT = WS-CA-ACTION
              OR KM-NEW-STATUS NOT = WS-CA-NEW-STATUS
               MOVE 'CHANGE WAS ALTERED AFTER CHECKING - PRESS ENTER'
                   TO WS-MESSAGE
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-APPLY-CHANGE-EXIT
           END-IF

           PERFORM 3100-EDIT-CHANGE
               THRU 3100-EDIT-CHANGE-EXIT
           IF EDIT-FAILED
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-APPLY-CHANGE-EXIT
           END-IF

           IF KM-ACTION-APPROVE
               PERFORM 4300-APPROVE-REQUEST
                   THRU 4300-APPROVE-REQUEST-EXIT
           ELSE
      *        An emergency suspension - a live key being pulled out
      *        of service - applies on the one operator's word, as
      *        it does from a KEYMNT card.
               IF KS-STATUS-ACTIVE
                  AND (WS-MAINT-STATUS-CODE = 'S'
                       OR WS-MAINT-STATUS-CODE = 'C')
                   MOVE KM-USER-ID TO WS-AUDIT-ACTOR-ID
                   PERFORM 4100-APPLY-STATUS-CHANGE
                   IF CHANGE-APPLIED
                       MOVE 'EMERGENCY SUSPENSION APPLIED - NO SECOND SI
      -                     'GNER REQUIRED' TO WS-MESSAGE
                   END-IF
               ELSE
                   PERFORM 4200-FILE-PENDING-REQUEST
               END-IF
           END-IF

           PERFORM 3200-SHOW-KEY-STATE
           PERFORM 8000-SEND-SCREEN.
       4000-APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-APPLY-STATUS-CHANGE - 2560-APPLY-STATUS-CHANGE online:   *
      * rewrite the key-store record with the decoded target state    *
      * and audit it STATUS-x. No audit record, no change.            *
      *----------------------------------------------------------------*
       4100-APPLY-STATUS-CHANGE.
           SET CHANGE-NOT-APPLIED TO TRUE

           MOVE KM-KEY-LABEL TO KS-KEY-LABEL
           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-MAINT-STATUS-CODE TO KS-KEY-STATUS
               EXEC CICS REWRITE
                   FILE('KEYSTOR')
                   FROM(KEYSTORE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-DISP-RESP
               STRING 'KEYSTOR UPDATE FAILED, RESP=' DELIMITED BY SIZE
                      WS-DISP-RESP                   DELIMITED BY SIZE
                      ' - CHANGE NOT APPLIED'        DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               MOVE SPACES TO WS-AUDIT-ACTOR-ID
           ELSE
               MOVE ZERO TO WS-RETURN-CODE
               MOVE ZERO TO WS-REASON-CODE
               MOVE 'STATUS- '           TO WS-AUDIT-OPERATION
               MOVE WS-MAINT-STATUS-CODE
                   TO WS-AUDIT-OPERATION(8:1)
               MOVE KM-KEY-LABEL         TO WS-AUDIT-KEY-LABEL
               PERFORM 8200-WRITE-AUDIT-RECORD
               IF AUDIT-WRITTEN
                   SET CHANGE-APPLIED TO TRUE
               ELSE
                   PERFORM 8250-BACK-OUT-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4200-FILE-PENDING-REQUEST - 2565-FILE-PENDING-REQUEST online: *
      * hold the change on PENDKEY for a second signer, replacing any *
      * request already pending for the label, and audit it REQST-x  *
      * under the requester.                                          *
      *----------------------------------------------------------------*
       4200-FILE-PENDING-REQUEST.
           MOVE SPACES               TO PENDING-MAINT-RECORD
           MOVE KM-KEY-LABEL         TO PM-KEY-LABEL
           MOVE WS-MAINT-STATUS-CODE TO PM-NEW-STATUS-CODE
           MOVE KM-USER-ID           TO PM-REQUEST-USER
           MOVE WS-TODAY-DATE        TO PM-REQUEST-DATE
           MOVE WS-NOW-TIME          TO PM-REQUEST-TIME
           MOVE WS-TODAY-DAY         TO PM-REQUEST-DAY
           MOVE PENDING-MAINT-RECORD TO WS-NEW-PENDING

           EXEC CICS WRITE
               FILE('PENDKEY')
               FROM(PENDING-MAINT-RECORD)
               RIDFLD(PM-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE('PENDKEY')
                   INTO(PENDING-MAINT-RECORD)
                   RIDFLD(PM-KEY-LABEL)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-NEW-PENDING TO PENDING-MAINT-RECORD
                   EXEC CICS REWRITE
                       FILE('PENDKEY')
                       FROM(PENDING-MAINT-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-DISP-RESP
               STRING 'PENDKEY UPDATE FAILED, RESP=' DELIMITED BY SIZE
                      WS-DISP-RESP                   DELIMITED BY SIZE
                      ' - REQUEST NOT FILED'         DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
           ELSE
               MOVE ZERO TO WS-RETURN-CODE
               MOVE ZERO TO WS-REASON-CODE
               MOVE 'REQST-  '          TO WS-AUDIT-OPERATION
               MOVE WS-MAINT-STATUS-CODE
                   TO WS-AUDIT-OPERATION(7:1)
               MOVE KM-KEY-LABEL        TO WS-AUDIT-KEY-LABEL
               MOVE PM-REQUEST-USER     TO WS-AUDIT-ACTOR-ID
               PERFORM 8200-WRITE-AUDIT-RECORD
               IF AUDIT-WRITTEN
                   MOVE SPACES TO WS-MESSAGE
                   MOVE WS-APPROVAL-AGE-DAYS TO WS-DISP-APPROVAL-AGE
                   IF WS-APPROVAL-AGE-DAYS < 10
                       STRING 'REQUEST FILED - A DIFFERENT USER MUST '
                                  DELIMITED BY SIZE
                              'APPROVE IT WITHIN ' DELIMITED BY SIZE
                              WS-DISP-APPROVAL-AGE(2:1)
                                  DELIMITED BY SIZE
                              ' DAYS' DELIMITED BY SIZE
                              INTO WS-MESSAGE
                       END-STRING
                   ELSE
                       STRING 'REQUEST FILED - A DIFFERENT USER MUST '
                                  DELIMITED BY SIZE
                              'APPROVE IT WITHIN ' DELIMITED BY SIZE
                              WS-DISP-APPROVAL-AGE DELIMITED BY SIZE
                              ' DAYS' DELIMITED BY SIZE
                              INTO WS-MESSAGE
                       END-STRING
                   END-IF
               ELSE
                   PERFORM 8250-BACK-OUT-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4300-APPROVE-REQUEST - 2570-APPROVE-PENDING-REQUEST online.   *
      * The approver is the signed-on user. A request past    *
      * the approval window is treated as not pending (-1): the next  *
      * batch sweep drops it, and it must not become real by being   *
      * approved in the meantime.                                     *
      *----------------------------------------------------------------*
       4300-APPROVE-REQUEST.
           MOVE KM-USER-ID TO WS-APPROVER-ID

           MOVE KM-KEY-LABEL TO PM-KEY-LABEL
           EXEC CICS READ
               FILE('PENDKEY')
               INTO(PENDING-MAINT-RECORD)
               RIDFLD(PM-KEY-LABEL)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL REFUSED - NO REQUEST IS PENDING FOR THIS K
      -             'EY' TO WS-MESSAGE
               MOVE -1 TO WS-RETURN-CODE
               PERFORM 4350-AUDIT-REFUSED-APPROVAL
               GO TO 4300-APPROVE-REQUEST-EXIT
           END-IF

           PERFORM 7200-REQUEST-AGE

           IF REQUEST-AGED
               EXEC CICS UNLOCK
                   FILE('PENDKEY')
               END-EXEC
               MOVE 'APPROVAL REFUSED - THE REQUEST HAS AGED OUT AND MUS
      -             'T BE MADE AGAIN' TO WS-MESSAGE
               MOVE -1 TO WS-RETURN-CODE
               PERFORM 4350-AUDIT-REFUSED-APPROVAL
           ELSE
           IF PM-NEW-STATUS-CODE NOT = WS-MAINT-STATUS-CODE
               EXEC CICS UNLOCK
                   FILE('PENDKEY')
               END-EXEC
               MOVE 'APPROVAL REFUSED - NEW STATUS DOES NOT MATCH THE RE
      -             'QUEST' TO WS-MESSAGE
               MOVE -2 TO WS-RETURN-CODE
               PERFORM 4350-AUDIT-REFUSED-APPROVAL
           ELSE
           IF WS-APPROVER-ID = PM-REQUEST-USER
               EXEC CICS UNLOCK
                   FILE('PENDKEY')
               END-EXEC
               MOVE 'APPROVAL REFUSED - THE APPROVER IS THE REQUESTER'
                   TO WS-MESSAGE
               MOVE -5 TO WS-RETURN-CODE
               PERFORM 4350-AUDIT-REFUSED-APPROVAL
           ELSE
      *        The applied STATUS-x record evidences the second
      *        signature - it carries the approver; the REQST-x
      *        record already carried the requester.
               MOVE WS-APPROVER-ID TO WS-AUDIT-ACTOR-ID
               PERFORM 4100-APPLY-STATUS-CHANGE
               IF CHANGE-APPLIED
                   EXEC CICS DELETE
                       FILE('PENDKEY')
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'CHANGE APPROVED AND APPLIED' TO WS-MESSAGE
                   ELSE
                       MOVE WS-RESP TO WS-DISP-RESP
                       STRING 'CHANGE APPLIED BUT PENDKEY DELETE FAILED,
      -                           ' RESP='      DELIMITED BY SIZE
                              WS-DISP-RESP     DELIMITED BY SIZE
                              INTO WS-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
       4300-APPROVE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4350-AUDIT-REFUSED-APPROVAL - 2575-AUDIT-REFUSED-APPROVAL     *
      * online: APPRV-x under the approver whose attempt was refused. *
      *----------------------------------------------------------------*
       4350-AUDIT-REFUSED-APPROVAL.
           MOVE ZERO TO WS-REASON-CODE
           MOVE 'APPRV-  '           TO WS-AUDIT-OPERATION
           MOVE WS-MAINT-STATUS-CODE TO WS-AUDIT-OPERATION(7:1)
           MOVE KM-KEY-LABEL         TO WS-AUDIT-KEY-LABEL
           MOVE WS-APPROVER-ID       TO WS-AUDIT-ACTOR-ID
           PERFORM 8200-WRITE-AUDIT-RECORD
           IF AUDIT-NOT-WRITTEN
               MOVE WS-RESP TO WS-DISP-RESP
               STRING 'APPROVAL REFUSED - AUDIT QUEUE WRITE ALSO FAILED,
      -                  ' RESP='        DELIMITED BY SIZE
                      WS-DISP-RESP       DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * 7100-SPELL-STATUS - KS-KEY-STATUS / PM-NEW-STATUS-CODE code   *
      * to the word KEYMNT uses for it.                               *
      *----------------------------------------------------------------*
       7100-SPELL-STATUS.
           IF WS-SPELL-CODE = 'P'
               MOVE 'PENDING'     TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'A'
               MOVE 'ACTIVE'      TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'S'
               MOVE 'SUSPENDED'   TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'R'
               MOVE 'RETIRED'     TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'C'
               MOVE 'COMPROMISED' TO WS-SPELL-TEXT
           ELSE
               MOVE 'UNKNOWN ( )' TO WS-SPELL-TEXT
               MOVE WS-SPELL-CODE TO WS-SPELL-TEXT(10:1)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 7200-REQUEST-AGE - age in days of the request in              *
      * PENDING-MAINT-RECORD, and whether the batch sweep would drop  *
      * it: older than the approval window is aged.                   *
      *----------------------------------------------------------------*
       7200-REQUEST-AGE.
           MOVE PM-REQUEST-DAY TO WS-REQUEST-DAY
           COMPUTE WS-REQUEST-AGE =
               (WS-TODAY-DAY-YEAR - WS-REQUEST-DAY-YEAR) * 365
               + WS-TODAY-DAY-DDD - WS-REQUEST-DAY-DDD
           IF WS-REQUEST-AGE < ZERO
               MOVE ZERO TO WS-REQUEST-AGE
           END-IF

           IF WS-REQUEST-AGE > WS-APPROVAL-AGE-DAYS
               SET REQUEST-AGED     TO TRUE
           ELSE
               SET REQUEST-NOT-AGED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 8000-SEND-SCREEN - heading, the change as keyed, who is       *
      * signed on, message, and PF-key line. The current-status and   *
      * pending fields are whatever 3200-SHOW-KEY-STATE put there.    *
      *----------------------------------------------------------------*
       8000-SEND-SCREEN.
           MOVE EIBTRNID       TO MTRANO
           MOVE 'KEY MAINTENANCE REQUEST AND APPROVAL' TO MTITLEO
           MOVE WS-TODAY-DISP  TO MDATEO
           MOVE KM-KEY-LABEL   TO MLABELO
           MOVE KM-ACTION      TO MACTIONO
           MOVE KM-NEW-STATUS  TO MNSTATO
           MOVE WS-USER-ID     TO MUSERO
           MOVE WS-MESSAGE     TO MMSGO
           MOVE 'ENTER=CHECK  PF5=CONFIRM CHECKED CHANGE  PF3=EXIT'
               TO MPFKO

           EXEC CICS SEND
               MAP('ICSFMNT')
               MAPSET('ICSFMAP')
               FROM(ICSFMNTO)
               ERASE
               FREEKB
           END-EXEC.

      *----------------------------------------------------------------*
      * 8200-WRITE-AUDIT-RECORD - one AUDITREC-layout record to the   *
      * online audit queue, in the shape ICSFRSA writes for its key   *
      * maintenance. The chain fields are left for ICSFAOLM to stamp  *
      * when it appends the record to AUDITLOG. The caller sets the   *
      * operation, label, actor, and return and reason codes.         *
      *----------------------------------------------------------------*
       8200-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY-DATE      TO AL-DATE
           MOVE WS-NOW-TIME        TO AL-TIME
           MOVE WS-AUDIT-OPERATION TO AL-OPERATION
           MOVE WS-AUDIT-KEY-LABEL TO AL-KEY-LABEL
           MOVE WS-APPLID          TO AL-JOB-NAME
           IF WS-AUDIT-ACTOR-ID = SPACES
               MOVE WS-USER-ID        TO AL-USER-ID
           ELSE
               MOVE WS-AUDIT-ACTOR-ID TO AL-USER-ID
           END-IF
           MOVE WS-RETURN-CODE     TO AL-RETURN-CODE
           MOVE WS-REASON-CODE     TO AL-REASON-CODE
           MOVE SPACES             TO AL-MESSAGE-ID
           MOVE ZERO               TO AL-CHAIN-SEQ
           MOVE SPACES             TO AL-CHAIN-HASH
           MOVE SPACES             TO WS-AUDIT-ACTOR-ID

           EXEC CICS WRITEQ TD
               QUEUE(WS-AUDIT-QUEUE)
               FROM(AUDIT-RECORD)
               LENGTH(WS-AUDIT-LEN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET AUDIT-WRITTEN     TO TRUE
           ELSE
               SET AUDIT-NOT-WRITTEN TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 8250-BACK-OUT-CHANGE - the audit record could not be written, *
      * so the file updates of this task are rolled back.             *
      *----------------------------------------------------------------*
       8250-BACK-OUT-CHANGE.
           MOVE WS-RESP TO WS-DISP-RESP
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           STRING 'AUDIT QUEUE WRITE FAILED, RESP=' DELIMITED BY SIZE
                  WS-DISP-RESP                      DELIMITED BY SIZE
                  ' - CHANGE BACKED OUT'            DELIMITED BY SIZE
                  INTO WS-MESSAGE
           END-STRING.

      *----------------------------------------------------------------*
      * 9000-END-SESSION - PF3 or CLEAR: clear the screen and end     *
      * without a next transaction.                                   *
      *----------------------------------------------------------------*
       9000-END-SESSION.
           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      * 9999-RETURN - end the task, keeping the conversation.         *
      *----------------------------------------------------------------*
       9999-RETURN.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LEN)
           END-EXEC
           GOBACK.
