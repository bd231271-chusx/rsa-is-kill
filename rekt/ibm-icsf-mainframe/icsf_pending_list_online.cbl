      *----------------------------------------------------------------*
      * ICSF_PENDING_LIST_ONLINE.CBL                                   *
      *                                                                *
      * CICS transaction PNDL - pending key-maintenance requests.     *
      *                                                                *
      * Lists PENDKEY in label order: the state each request asks     *
      * for, the key's state now, who asked, when, and how many days  *
      * the request has waited. The second signer uses it to find    *
      * what is waiting for them; the requester uses it to see that  *
      * their request is still there. A request older than the       *
      * approval window is marked AGED - the next ICSFRSA run's      *
      * 2520-SWEEP-PENDING-REQUESTS will drop it, and KMNT will not  *
      * approve it, so it has to be requested again.                  *
      *                                                                *
      * Age is counted in whole days off PM-REQUEST-DAY with the      *
      * same 365-day year the batch sweep uses, so the screen and the *
      * sweep agree on which requests have aged out. The window is    *
      * the one the last ICSFRSA run swept with, read from the        *
      * APPRCTL control record (the batch default of 7 days if the   *
      * record cannot be read).                                        *
      *                                                                *
      *   ENTER  - the list from the label typed, or from the top.    *
      *   PF8    - the next page.                                     *
      *   PF3 or CLEAR - end the transaction.                        *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - online list of pending key-        *
      *               maintenance requests with requester and age.    *
      *   2026-10-15  Approval window read from the APPRCTL control   *
      *               record ICSFRSA writes, so PNDL and the batch    *
      *               sweep mark the same requests AGED.              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFPNDL.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP                    PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Pseudo-conversational state, passed back to the next task on  *
      * RETURN TRANSID. WS-CA-NEXT-KEY is the label the next PF8 page *
      * starts from.                                                   *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-NEXT-KEY         PIC X(16) VALUE LOW-VALUES.
           05  WS-CA-LIST-SW          PIC X(01) VALUE 'N'.
               88  CA-LIST-HAS-MORE            VALUE 'Y'.
               88  CA-LIST-AT-END              VALUE 'N'.
       01  WS-COMMAREA-LEN            PIC S9(4) COMP VALUE 17.

       01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY          PIC X(04).
           05  WS-TODAY-MM            PIC X(02).
           05  WS-TODAY-DD            PIC X(02).
       01  WS-TODAY-DISP              PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Request age in days, YYYYDDD less YYYYDDD the way the batch   *
      * sweep cuts off: a year is 365 days. WS-APPROVAL-AGE-DAYS is   *
      * the sweep's window from APPRCTL, 7 until it has been read.    *
      *----------------------------------------------------------------*
       01  WS-APPROVAL-AGE-DAYS       PIC 9(02) VALUE 07.
       01  WS-TODAY-DAY               PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DAY-SPLIT REDEFINES WS-TODAY-DAY.
           05  WS-TODAY-DAY-YEAR      PIC 9(04).
           05  WS-TODAY-DAY-DDD       PIC 9(03).
       01  WS-REQUEST-DAY             PIC 9(07) VALUE ZERO.
       01  WS-REQUEST-DAY-SPLIT REDEFINES WS-REQUEST-DAY.
           05  WS-REQUEST-DAY-YEAR    PIC 9(04).
           05  WS-REQUEST-DAY-DDD     PIC 9(03).
       01  WS-REQUEST-AGE             PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-ENTERED-NAME            PIC X(16) VALUE SPACES.
       01  WS-BROWSE-KEY              PIC X(16) VALUE LOW-VALUES.
       01  WS-MESSAGE                 PIC X(79) VALUE SPACES.

       01  WS-BROWSE-EOF              PIC X(01) VALUE 'N'.
           88  BROWSE-EOF                      VALUE 'Y'.
           88  BROWSE-NOT-EOF                  VALUE 'N'.

       01  WS-LINE-IDX                PIC S9(4) COMP VALUE ZERO.
       01  WS-LINE-MAX                PIC S9(4) COMP VALUE 15.
       01  WS-AGED-COUNT              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Status code spelled out the way KEYMNT spells it, set by      *
      * 7100-SPELL-STATUS from WS-SPELL-CODE.                         *
      *----------------------------------------------------------------*
       01  WS-SPELL-CODE              PIC X(01) VALUE SPACE.
       01  WS-SPELL-TEXT              PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * The list heading and one line of the list.                    *
      *----------------------------------------------------------------*
       01  WS-LIST-HEADING.
           05  FILLER                 PIC X(17) VALUE 'KEY LABEL'.
           05  FILLER                 PIC X(12) VALUE 'REQUESTED'.
           05  FILLER                 PIC X(12) VALUE 'KEY NOW'.
           05  FILLER                 PIC X(09) VALUE 'BY'.
           05  FILLER                 PIC X(09) VALUE 'ON'.
           05  FILLER                 PIC X(07) VALUE 'AT'.
           05  FILLER                 PIC X(05) VALUE ' AGE'.
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-LIST-LINE.
           05  WS-LL-LABEL            PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-NEW-STATUS       PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-KEY-STATUS       PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-USER             PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-DATE             PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-TIME             PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-AGE              PIC Z(3)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-FLAG             PIC X(04).

           COPY ICSFMAP.

           COPY DFHAID.

           COPY KEYSTORE.

           COPY PENDMNT.

           COPY APPRCTL.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(17).

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
                   PERFORM 3000-PROCESS-ENTER
                       THRU 3000-PROCESS-ENTER-EXIT
               ELSE
               IF EIBAID = DFHPF8
                   PERFORM 4000-NEXT-PAGE
                       THRU 4000-NEXT-PAGE-EXIT
               ELSE
                   MOVE 'KEY NOT SUPPORTED - USE ENTER, PF8 OR PF3'
                       TO WS-MESSAGE
                   PERFORM 3010-RECEIVE-NAME
                   PERFORM 8000-SEND-SCREEN
               END-IF
               END-IF
               END-IF
           END-IF

           PERFORM 9999-RETURN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - today's date for the screen heading, and    *
      * again as YYYYDDD for the request ages, and the approval        *
      * window they are judged against.                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               YYYYDDD(WS-TODAY-DAY)
           END-EXEC

           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-MM   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-DD   DELIMITED BY SIZE
                  INTO WS-TODAY-DISP
           END-STRING

           PERFORM 1100-READ-APPROVAL-AGE

           MOVE LOW-VALUES TO ICSFLSTO.

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
      * 2000-FIRST-SCREEN - transaction entered from a clear screen:  *
      * the first page straight away.                                  *
      *----------------------------------------------------------------*
       2000-FIRST-SCREEN.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           PERFORM 4100-LIST-PAGE.
       2000-FIRST-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROCESS-ENTER - list from the label typed, or the top.   *
      *----------------------------------------------------------------*
       3000-PROCESS-ENTER.
           PERFORM 3010-RECEIVE-NAME

           IF WS-ENTERED-NAME = SPACES
               MOVE LOW-VALUES      TO WS-BROWSE-KEY
           ELSE
               MOVE WS-ENTERED-NAME TO WS-BROWSE-KEY
           END-IF

           PERFORM 4100-LIST-PAGE.
       3000-PROCESS-ENTER-EXIT.
           EXIT.

       3010-RECEIVE-NAME.
           MOVE SPACES TO WS-ENTERED-NAME
           EXEC CICS RECEIVE
               MAP('ICSFLST')
               MAPSET('ICSFMAP')
               INTO(ICSFLSTI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF LKEYL > ZERO
                   MOVE LKEYI TO WS-ENTERED-NAME
               END-IF
           END-IF

           MOVE LOW-VALUES TO ICSFLSTO.

      *----------------------------------------------------------------*
      * 4000-NEXT-PAGE - PF8 carries on from where the last page      *
      * stopped.                                                       *
      *----------------------------------------------------------------*
       4000-NEXT-PAGE.
           PERFORM 3010-RECEIVE-NAME

           IF CA-LIST-AT-END
               MOVE 'NO MORE REQUESTS - PRESS ENTER TO LIST FROM TOP'
                   TO WS-MESSAGE
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-NEXT-PAGE-EXIT
           END-IF

           MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
           PERFORM 4100-LIST-PAGE.
       4000-NEXT-PAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LIST-PAGE - up to 15 requests from WS-BROWSE-KEY on. A   *
      * sixteenth read tells whether there is another page and where  *
      * it starts.                                                     *
      *----------------------------------------------------------------*
       4100-LIST-PAGE.
           MOVE WS-LIST-HEADING TO LHEADO
           MOVE ZERO TO WS-LINE-IDX
           MOVE ZERO TO WS-AGED-COUNT
           SET BROWSE-NOT-EOF TO TRUE
           SET CA-LIST-AT-END TO TRUE
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY

           EXEC CICS STARTBR
               FILE('PENDKEY')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           ELSE
               PERFORM 4110-READ-NEXT-REQUEST
               PERFORM UNTIL BROWSE-EOF
                          OR WS-LINE-IDX NOT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-IDX
                   PERFORM 4120-FORMAT-LIST-LINE
                   PERFORM 4110-READ-NEXT-REQUEST
               END-PERFORM
               IF BROWSE-NOT-EOF
                   MOVE PM-KEY-LABEL TO WS-CA-NEXT-KEY
                   SET CA-LIST-HAS-MORE TO TRUE
               END-IF
               EXEC CICS ENDBR
                   FILE('PENDKEY')
               END-EXEC
           END-IF

           IF WS-LINE-IDX = ZERO
               MOVE 'NO REQUESTS PENDING FROM THIS POINT' TO WS-MESSAGE
           ELSE
           IF WS-AGED-COUNT > ZERO
               MOVE 'AGED REQUESTS ARE DROPPED BY THE NEXT BATCH RUN'
                   TO WS-MESSAGE
           ELSE
           IF CA-LIST-HAS-MORE
               MOVE 'PF8 FOR THE NEXT PAGE' TO WS-MESSAGE
           ELSE
               MOVE 'END OF PENDING REQUESTS' TO WS-MESSAGE
           END-IF
           END-IF
           END-IF

           PERFORM 8000-SEND-SCREEN.

       4110-READ-NEXT-REQUEST.
           EXEC CICS READNEXT
               FILE('PENDKEY')
               INTO(PENDING-MAINT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 4120-FORMAT-LIST-LINE - the request, the key's state now, and *
      * the request's age.                                            *
      *----------------------------------------------------------------*
       4120-FORMAT-LIST-LINE.
           MOVE PM-KEY-LABEL       TO WS-LL-LABEL
           MOVE PM-NEW-STATUS-CODE TO WS-SPELL-CODE
           PERFORM 7100-SPELL-STATUS
           MOVE WS-SPELL-TEXT      TO WS-LL-NEW-STATUS
           MOVE PM-REQUEST-USER    TO WS-LL-USER
           MOVE PM-REQUEST-DATE    TO WS-LL-DATE
           MOVE PM-REQUEST-TIME    TO WS-LL-TIME

           MOVE PM-KEY-LABEL TO KS-KEY-LABEL
           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE KS-KEY-STATUS TO WS-SPELL-CODE
               PERFORM 7100-SPELL-STATUS
               MOVE WS-SPELL-TEXT TO WS-LL-KEY-STATUS
           ELSE
               MOVE 'NOT ON FILE' TO WS-LL-KEY-STATUS
           END-IF

           MOVE PM-REQUEST-DAY TO WS-REQUEST-DAY
           COMPUTE WS-REQUEST-AGE =
               (WS-TODAY-DAY-YEAR - WS-REQUEST-DAY-YEAR) * 365
               + WS-TODAY-DAY-DDD - WS-REQUEST-DAY-DDD
           IF WS-REQUEST-AGE < ZERO
               MOVE ZERO TO WS-REQUEST-AGE
           END-IF
           MOVE WS-REQUEST-AGE TO WS-LL-AGE

           IF WS-REQUEST-AGE > WS-APPROVAL-AGE-DAYS
               MOVE 'AGED' TO WS-LL-FLAG
               ADD 1 TO WS-AGED-COUNT
           ELSE
               MOVE SPACES TO WS-LL-FLAG
           END-IF

           MOVE WS-LIST-LINE TO LDETLO(WS-LINE-IDX).

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
      * 8000-SEND-SCREEN - heading, message, and PF-key line, then    *
      * the map in ICSFLSTO as built by the caller.                   *
      *----------------------------------------------------------------*
       8000-SEND-SCREEN.
           MOVE EIBTRNID       TO LTRANO
           MOVE 'PENDING KEY MAINTENANCE REQUESTS' TO LTITLEO
           MOVE WS-TODAY-DISP  TO LDATEO
           MOVE WS-MESSAGE     TO LMSGO
           MOVE 'ENTER=LIST FROM LABEL  PF8=NEXT PAGE  PF3=EXIT'
               TO LPFKO
           IF WS-ENTERED-NAME NOT = SPACES
               MOVE WS-ENTERED-NAME TO LKEYO
           END-IF

           EXEC CICS SEND
               MAP('ICSFLST')
               MAPSET('ICSFMAP')
               FROM(ICSFLSTO)
               ERASE
               FREEKB
           END-EXEC.

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
