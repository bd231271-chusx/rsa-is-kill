      *----------------------------------------------------------------*
      * ICSF_KEY_INQUIRY_ONLINE.CBL                                    *
      *                                                                *
      * CICS transaction KINQ - key-store inquiry and browse.         *
      *                                                                *
      * Until now the only way to see what the key store held was a   *
      * batch report or a hand-run IDCAMS PRINT, which dumps the      *
      * tokens along with everything else. This transaction answers   *
      * the operator's and the help desk's questions - is this key    *
      * live, what is it for, how much has it been used, is a change  *
      * waiting on it - without ever putting token bytes on a screen: *
      *                                                                *
      *   ENTER with a name - the name is resolved through ALIASDIR   *
      *            first and then taken as a physical label, the same *
      *            order the batch windows resolve it in, and the key *
      *            is shown in full: status, usage, algorithm and     *
      *            size, generation date, sign/wrap/unwrap counts,    *
      *            last use, which tokens are held (by length only),  *
      *            and any change pending on PENDKEY. A name that is *
      *            neither an alias nor a label starts the list at   *
      *            the nearest label instead.                         *
      *   ENTER with no name - the list from the first label.        *
      *   PF8    - the next page of the list.                         *
      *   PF3 or CLEAR - end the transaction.                        *
      *                                                                *
      * The transaction is read-only and pseudo-conversational; the  *
      * COMMAREA carries only where the list is to resume.           *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - online key-store inquiry and       *
      *               browse, no token bytes displayed.               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKINQ.
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

       01  WS-ENTERED-NAME            PIC X(16) VALUE SPACES.
       01  WS-BROWSE-KEY              PIC X(16) VALUE LOW-VALUES.
       01  WS-RESOLVED-ALIAS          PIC X(16) VALUE SPACES.
       01  WS-MESSAGE                 PIC X(79) VALUE SPACES.

       01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
           88  KEY-FOUND                       VALUE 'Y'.
           88  KEY-NOT-FOUND                   VALUE 'N'.

       01  WS-BROWSE-EOF              PIC X(01) VALUE 'N'.
           88  BROWSE-EOF                      VALUE 'Y'.
           88  BROWSE-NOT-EOF                  VALUE 'N'.

       01  WS-LINE-IDX                PIC S9(4) COMP VALUE ZERO.
       01  WS-LINE-MAX                PIC S9(4) COMP VALUE 15.

      *----------------------------------------------------------------*
      * Status code spelled out the way KEYMNT spells it, set by      *
      * 7100-SPELL-STATUS from WS-SPELL-CODE.                         *
      *----------------------------------------------------------------*
       01  WS-SPELL-CODE              PIC X(01) VALUE SPACE.
       01  WS-SPELL-TEXT              PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * The list heading and one line of the list - 79 bytes each.     *
      *----------------------------------------------------------------*
       01  WS-LIST-HEADING.
           05  FILLER                 PIC X(17) VALUE 'KEY LABEL'.
           05  FILLER                 PIC X(12) VALUE 'STATUS'.
           05  FILLER                 PIC X(09) VALUE 'USAGE'.
           05  FILLER                 PIC X(06) VALUE ' SIZE'.
           05  FILLER                 PIC X(09) VALUE '   SIGNS'.
           05  FILLER                 PIC X(09) VALUE '   WRAPS'.
           05  FILLER                 PIC X(09) VALUE ' UNWRAPS'.
           05  FILLER                 PIC X(08) VALUE 'LAST USE'.

       01  WS-LIST-LINE.
           05  WS-LL-LABEL            PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS           PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-USAGE            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-SIZE             PIC Z(4)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-SIGNS            PIC Z(7)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-WRAPS            PIC Z(7)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-UNWRAPS          PIC Z(7)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-LAST-USED        PIC X(08).

      *----------------------------------------------------------------*
      * Detail-screen edit fields.                                    *
      *----------------------------------------------------------------*
       01  WS-DISP-COUNT              PIC Z(8)9.
       01  WS-DISP-SIZE               PIC Z(4)9.
       01  WS-DISP-LEN                PIC Z(8)9.

           COPY ICSFMAP.

           COPY DFHAID.

           COPY KEYSTORE.

           COPY KEYALIAS.

           COPY PENDMNT.

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
      * 1000-INITIALIZE - today's date for the screen heading.        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC

           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-MM   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-DD   DELIMITED BY SIZE
                  INTO WS-TODAY-DISP
           END-STRING

           MOVE LOW-VALUES TO ICSFLSTO.

      *----------------------------------------------------------------*
      * 2000-FIRST-SCREEN - transaction entered from a clear screen:  *
      * an empty list screen with the cursor on the name field.       *
      *----------------------------------------------------------------*
       2000-FIRST-SCREEN.
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           SET CA-LIST-AT-END TO TRUE
           MOVE 'ENTER A KEY LABEL OR ALIAS, OR JUST ENTER TO LIST'
               TO WS-MESSAGE
           PERFORM 8000-SEND-SCREEN.
       2000-FIRST-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROCESS-ENTER - a name is an inquiry; no name is the     *
      * list from the top.                                             *
      *----------------------------------------------------------------*
       3000-PROCESS-ENTER.
           PERFORM 3010-RECEIVE-NAME

           IF WS-ENTERED-NAME = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               PERFORM 4100-LIST-PAGE
               GO TO 3000-PROCESS-ENTER-EXIT
           END-IF

           PERFORM 3100-RESOLVE-NAME

           IF KEY-FOUND
               PERFORM 3200-FORMAT-KEY-DETAIL
               PERFORM 8000-SEND-SCREEN
           ELSE
      *        Not an alias and not a label - show where it would
      *        have been, which is usually what the caller wanted.
               IF WS-MESSAGE = SPACES
                   STRING 'NO KEY OR ALIAS '  DELIMITED BY SIZE
                          WS-ENTERED-NAME     DELIMITED BY SPACE
                          ' - LIST STARTS AT THE NEAREST LABEL'
                                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
               END-IF
               MOVE WS-ENTERED-NAME TO WS-BROWSE-KEY
               PERFORM 4100-LIST-PAGE
           END-IF.
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
      * 3100-RESOLVE-NAME - alias first, then physical label, as      *
      * 2450-RESOLVE-KEY-ALIAS in ICSFRSA does it.                    *
      *----------------------------------------------------------------*
       3100-RESOLVE-NAME.
           SET KEY-NOT-FOUND TO TRUE
           MOVE SPACES          TO WS-RESOLVED-ALIAS
           MOVE WS-ENTERED-NAME TO KA-ALIAS-NAME

           EXEC CICS READ
               FILE('ALIASDIR')
               INTO(KEY-ALIAS-RECORD)
               RIDFLD(KA-ALIAS-NAME)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-ENTERED-NAME TO WS-RESOLVED-ALIAS
               MOVE KA-KEY-LABEL    TO KS-KEY-LABEL
           ELSE
               MOVE WS-ENTERED-NAME TO KS-KEY-LABEL
           END-IF

           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET KEY-FOUND TO TRUE
           ELSE
               IF WS-RESOLVED-ALIAS NOT = SPACES
      *            An alias pointing at nothing is worth saying so -
      *            every request under it is failing with -1.
                   STRING 'ALIAS '         DELIMITED BY SIZE
                          WS-ENTERED-NAME  DELIMITED BY SPACE
                          ' POINTS AT '    DELIMITED BY SIZE
                          KA-KEY-LABEL     DELIMITED BY SPACE
                          ', WHICH IS NOT ON THE KEY STORE'
                                           DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3200-FORMAT-KEY-DETAIL - the key in full, one fact per line.  *
      * The tokens are described by length only.                     *
      *----------------------------------------------------------------*
       3200-FORMAT-KEY-DETAIL.
           MOVE 'KEY DETAIL' TO LHEADO

           MOVE KS-KEY-LABEL TO LKEYO
           STRING 'KEY LABEL ........ ' DELIMITED BY SIZE
                  KS-KEY-LABEL          DELIMITED BY SIZE
                  INTO LDETLO(1)
           END-STRING

           IF WS-RESOLVED-ALIAS NOT = SPACES
               STRING 'RESOLVED FROM .... ALIAS ' DELIMITED BY SIZE
                      WS-RESOLVED-ALIAS          DELIMITED BY SIZE
                      INTO LDETLO(2)
               END-STRING
           ELSE
               MOVE 'RESOLVED FROM .... PHYSICAL LABEL' TO LDETLO(2)
           END-IF

           MOVE KS-KEY-STATUS TO WS-SPELL-CODE
           PERFORM 7100-SPELL-STATUS
           STRING 'STATUS ........... ' DELIMITED BY SIZE
                  WS-SPELL-TEXT         DELIMITED BY SIZE
                  INTO LDETLO(3)
           END-STRING

           STRING 'KEY USAGE ........ ' DELIMITED BY SIZE
                  KS-KEY-USAGE          DELIMITED BY SIZE
                  INTO LDETLO(4)
           END-STRING

           MOVE KS-KEY-SIZE TO WS-DISP-SIZE
           STRING 'ALGORITHM ........ ' DELIMITED BY SIZE
                  KS-KEY-ALGORITHM      DELIMITED BY SIZE
                  '  SIZE '             DELIMITED BY SIZE
                  WS-DISP-SIZE          DELIMITED BY SIZE
                  ' BITS'               DELIMITED BY SIZE
                  INTO LDETLO(5)
           END-STRING

           STRING 'GENERATED ........ ' DELIMITED BY SIZE
                  KS-GEN-DATE           DELIMITED BY SIZE
                  ' AT '                DELIMITED BY SIZE
                  KS-GEN-TIME           DELIMITED BY SIZE
                  INTO LDETLO(6)
           END-STRING

           MOVE KS-SIGN-COUNT TO WS-DISP-COUNT
           STRING 'SIGN COUNT ....... ' DELIMITED BY SIZE
                  WS-DISP-COUNT         DELIMITED BY SIZE
                  INTO LDETLO(7)
           END-STRING

           MOVE KS-WRAP-COUNT TO WS-DISP-COUNT
           STRING 'WRAP COUNT ....... ' DELIMITED BY SIZE
                  WS-DISP-COUNT         DELIMITED BY SIZE
                  INTO LDETLO(8)
           END-STRING

           MOVE KS-UNWRAP-COUNT TO WS-DISP-COUNT
           STRING 'UNWRAP COUNT ..... ' DELIMITED BY SIZE
                  WS-DISP-COUNT         DELIMITED BY SIZE
                  INTO LDETLO(9)
           END-STRING

           IF KS-LAST-USED-DATE = ZERO
               MOVE 'LAST USED ........ NEVER' TO LDETLO(10)
           ELSE
               STRING 'LAST USED ........ ' DELIMITED BY SIZE
                      KS-LAST-USED-DATE     DELIMITED BY SIZE
                      ' AT '                DELIMITED BY SIZE
                      KS-LAST-USED-TIME     DELIMITED BY SIZE
                      INTO LDETLO(10)
               END-STRING
           END-IF

           IF KS-PRIV-TOKEN-LEN > ZERO
               MOVE KS-PRIV-TOKEN-LEN TO WS-DISP-LEN
               STRING 'PRIVATE TOKEN .... HELD, LENGTH '
                                        DELIMITED BY SIZE
                      WS-DISP-LEN       DELIMITED BY SIZE
                      INTO LDETLO(11)
               END-STRING
           ELSE
               MOVE 'PRIVATE TOKEN .... NONE - PUBLIC KEY ONLY'
                   TO LDETLO(11)
           END-IF

           MOVE KS-PUB-TOKEN-LEN TO WS-DISP-LEN
           STRING 'PUBLIC TOKEN ..... LENGTH ' DELIMITED BY SIZE
                  WS-DISP-LEN                  DELIMITED BY SIZE
                  INTO LDETLO(12)
           END-STRING

           PERFORM 3210-FORMAT-PENDING

           MOVE SPACES TO WS-MESSAGE
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           SET CA-LIST-AT-END TO TRUE.

      *----------------------------------------------------------------*
      * 3210-FORMAT-PENDING - a lifecycle change waiting on a second  *
      * signature, if there is one.                                   *
      *----------------------------------------------------------------*
       3210-FORMAT-PENDING.
           MOVE KS-KEY-LABEL TO PM-KEY-LABEL
           EXEC CICS READ
               FILE('PENDKEY')
               INTO(PENDING-MAINT-RECORD)
               RIDFLD(PM-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PM-NEW-STATUS-CODE TO WS-SPELL-CODE
               PERFORM 7100-SPELL-STATUS
               STRING 'PENDING CHANGE ... TO ' DELIMITED BY SIZE
                      WS-SPELL-TEXT            DELIMITED BY SPACE
                      ' REQUESTED BY '         DELIMITED BY SIZE
                      PM-REQUEST-USER          DELIMITED BY SPACE
                      ' ON '                   DELIMITED BY SIZE
                      PM-REQUEST-DATE          DELIMITED BY SIZE
                      INTO LDETLO(14)
               END-STRING
           ELSE
               MOVE 'PENDING CHANGE ... NONE' TO LDETLO(14)
           END-IF.

      *----------------------------------------------------------------*
      * 4000-NEXT-PAGE - PF8 carries on from where the last page      *
      * stopped.                                                       *
      *----------------------------------------------------------------*
       4000-NEXT-PAGE.
           PERFORM 3010-RECEIVE-NAME

           IF CA-LIST-AT-END
               MOVE 'NO MORE KEYS - PRESS ENTER TO LIST FROM THE TOP'
                   TO WS-MESSAGE
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-NEXT-PAGE-EXIT
           END-IF

           MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
           PERFORM 4100-LIST-PAGE.
       4000-NEXT-PAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LIST-PAGE - up to 15 keys from WS-BROWSE-KEY on. A       *
      * sixteenth read tells whether there is another page and where  *
      * it starts.                                                     *
      *----------------------------------------------------------------*
       4100-LIST-PAGE.
           MOVE WS-LIST-HEADING TO LHEADO
           MOVE ZERO TO WS-LINE-IDX
           SET BROWSE-NOT-EOF TO TRUE
           SET CA-LIST-AT-END TO TRUE
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY

           EXEC CICS STARTBR
               FILE('KEYSTOR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           ELSE
               PERFORM 4110-READ-NEXT-KEY
               PERFORM UNTIL BROWSE-EOF
                          OR WS-LINE-IDX NOT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-IDX
                   PERFORM 4120-FORMAT-LIST-LINE
                   PERFORM 4110-READ-NEXT-KEY
               END-PERFORM
               IF BROWSE-NOT-EOF
                   MOVE KS-KEY-LABEL TO WS-CA-NEXT-KEY
                   SET CA-LIST-HAS-MORE TO TRUE
               END-IF
               EXEC CICS ENDBR
                   FILE('KEYSTOR')
               END-EXEC
           END-IF

           IF WS-MESSAGE NOT = SPACES
               CONTINUE
           ELSE
           IF WS-LINE-IDX = ZERO
               MOVE 'NO KEYS ON THE KEY STORE FROM THIS POINT'
                   TO WS-MESSAGE
           ELSE
           IF CA-LIST-HAS-MORE
               MOVE 'PF8 FOR THE NEXT PAGE' TO WS-MESSAGE
           ELSE
               MOVE 'END OF KEY STORE' TO WS-MESSAGE
           END-IF
           END-IF
           END-IF

           PERFORM 8000-SEND-SCREEN.

       4110-READ-NEXT-KEY.
           EXEC CICS READNEXT
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           END-IF.

       4120-FORMAT-LIST-LINE.
           MOVE KS-KEY-LABEL      TO WS-LL-LABEL
           MOVE KS-KEY-STATUS     TO WS-SPELL-CODE
           PERFORM 7100-SPELL-STATUS
           MOVE WS-SPELL-TEXT     TO WS-LL-STATUS
           MOVE KS-KEY-USAGE      TO WS-LL-USAGE
           MOVE KS-KEY-SIZE       TO WS-LL-SIZE
           MOVE KS-SIGN-COUNT     TO WS-LL-SIGNS
           MOVE KS-WRAP-COUNT     TO WS-LL-WRAPS
           MOVE KS-UNWRAP-COUNT   TO WS-LL-UNWRAPS
           IF KS-LAST-USED-DATE = ZERO
               MOVE 'NEVER'           TO WS-LL-LAST-USED
           ELSE
               MOVE KS-LAST-USED-DATE TO WS-LL-LAST-USED
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
           MOVE 'KEY STORE INQUIRY' TO LTITLEO
           MOVE WS-TODAY-DISP  TO LDATEO
           MOVE WS-MESSAGE     TO LMSGO
           MOVE 'ENTER=INQUIRE/LIST  PF8=NEXT PAGE  PF3=EXIT'
               TO LPFKO
           IF LKEYO = LOW-VALUES
              AND WS-ENTERED-NAME NOT = SPACES
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
