      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Online Customer Add/Change (CICS)
      *
      *            Online maintenance alongside INQ1000 and
      *            BRWS1000, so a new account can be set up or a
      *            name, branch, or rep fixed without waiting for
      *            the next CUST1000 batch run.  A clerk keys A
      *            with the customer number, name, branch, and rep
      *            to add a customer; the new record gets zero
      *            sales buckets and twelve zeroed monthly buckets
      *            the way CUST1000's add does.  A clerk keys C
      *            with a customer number to see the record, then
      *            overtypes the name, branch, or rep and presses
      *            ENTER again to apply it; fields not overtyped
      *            keep their master values.  Field edits are the
      *            same edits as CUST1000's 221-VALIDATE-CUSTOMER-
      *            RECORD.  The record image shown to the clerk
      *            rides in the commarea, and a change is refused
      *            if the master no longer matches it when the
      *            update is made.
      *
      *            Every update is journaled to CMJOURNL under the
      *            program name MNT1000 - the before-image for a
      *            change, the new record for an add - so BACK1000
      *            can reverse a bad day of online changes.  The
      *            record as written also goes to the after-image
      *            journal (CMAFTJNL) for forward recovery.  No
      *            update is made while any batch CUSTMAST updater
      *            has its run-control (RUNCTL) record open.
      *
      *            Transaction MNT1, mapset MNTSET1, map MNTMAP1.
      *            Pseudo-conversational: each interaction returns
      *            with TRANSID MNT1 and a 136-byte COMMAREA.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT1000.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  SWITCHES.
           05  CUSTOMER-IS-INVALID-SWITCH
                                        PIC X         VALUE "N".
           05  RUNCTL-SCAN-EOF-SWITCH  PIC X         VALUE "N".
           05  BATCH-RUN-OPEN-SWITCH   PIC X         VALUE "N".
           05  UPDATE-DONE-SWITCH      PIC X         VALUE "N".

       01  RESPONSE-FIELDS.
           05  CICS-RESPONSE-CODE      PIC S9(8) COMP VALUE ZERO.
           05  JOURNAL-RBA             PIC S9(8) COMP VALUE ZERO.
           05  AFTER-IMAGE-RBA         PIC S9(8) COMP VALUE ZERO.

       01  COMMAREA-WORK.
           05  CW-PROCESS-FLAG         PIC X         VALUE "P".
           05  CW-CUSTOMER-NUMBER      PIC X(5)      VALUE SPACES.
           05  CW-RECORD-IMAGE         PIC X(130)    VALUE SPACES.

       01  MAINT-WORK.
           05  MW-ACTION-CODE          PIC X(1)      VALUE SPACE.
           05  MW-CUSTOMER-KEYED       PIC X(5)      VALUE SPACES.
           05  MAINT-MESSAGE-TEXT      PIC X(60)     VALUE SPACES.

       01  VALIDATION-FIELDS.
           05  VALID-BRANCH-LOW        PIC 9(2)      VALUE 01.
           05  VALID-BRANCH-HIGH       PIC 9(2)      VALUE 50.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.
           05  MONTH-IDX               PIC S9(3)     VALUE ZERO.

       01  JOURNAL-WORK-FIELDS.
           05  BEFORE-IMAGE-SAVE       PIC X(130)    VALUE SPACES.
           05  JOURNAL-ACTION-CODE     PIC X(1)      VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-REP-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
               10  CM-SALESREP-NUMBER  PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).
           05  CM-MONTHLY-SALES.
               10  CM-SALES-MONTH      OCCURS 12 TIMES
                                       PIC S9(4)V9(2).
           05  FILLER                  PIC X(8).

       01  EDIT-CUSTOMER-RECORD.
           05  EC-BRANCH-NUMBER        PIC 9(2).
           05  EC-SALESREP-NUMBER      PIC 9(2).
           05  EC-CUSTOMER-NUMBER      PIC 9(5).
           05  EC-CUSTOMER-NAME        PIC X(20).
           05  EC-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  EC-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  EC-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).
           05  EC-MONTHLY-SALES.
               10  EC-SALES-MONTH      OCCURS 12 TIMES
                                       PIC S9(4)V9(2).
           05  FILLER                  PIC X(8).

       01  CM-JOURNAL-RECORD.
           05  JR-JOURNAL-DATE.
               10  JR-JOURNAL-YEAR     PIC 9(4).
               10  JR-JOURNAL-MONTH    PIC 9(2).
               10  JR-JOURNAL-DAY      PIC 9(2).
           05  JR-JOURNAL-TIME.
               10  JR-JOURNAL-HOURS    PIC 9(2).
               10  JR-JOURNAL-MINUTES  PIC 9(2).
           05  JR-PROGRAM-NAME         PIC X(8).
           05  JR-ACTION-CODE          PIC X(1).
           05  JR-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

       01  AFTER-IMAGE-RECORD.
           05  AJ-JOURNAL-DATE.
               10  AJ-JOURNAL-YEAR     PIC 9(4).
               10  AJ-JOURNAL-MONTH    PIC 9(2).
               10  AJ-JOURNAL-DAY      PIC 9(2).
           05  AJ-JOURNAL-TIME.
               10  AJ-JOURNAL-HOURS    PIC 9(2).
               10  AJ-JOURNAL-MINUTES  PIC 9(2).
           05  AJ-PROGRAM-NAME         PIC X(8).
           05  AJ-ACTION-CODE          PIC X(1).
           05  AJ-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

       01  RUN-CONTROL-RECORD.
           05  RC-CONTROL-KEY.
               10  RC-PROGRAM-NAME     PIC X(8).
               10  RC-BATCH-ID         PIC X(8).
           05  RC-RUN-STATUS           PIC X(1).
           05  RC-START-DATE           PIC 9(8).
           05  RC-START-TIME           PIC 9(4).
           05  RC-END-DATE             PIC 9(8).
           05  RC-END-TIME             PIC 9(4).
           05  FILLER                  PIC X(19).

      *    Symbolic map for MNTMAP1 in mapset MNTSET1.  Kept in
      *    step with the BMS source by hand; field order and
      *    lengths must match the DFHMDF macros.
       01  MNTMAP1I.
           05  FILLER                  PIC X(12).
           05  ACTIONL                 PIC S9(4) COMP.
           05  ACTIONF                 PIC X.
           05  ACTIONI                 PIC X(1).
           05  CUSTNOL                 PIC S9(4) COMP.
           05  CUSTNOF                 PIC X.
           05  CUSTNOI                 PIC X(5).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X.
           05  MSGI                    PIC X(60).
           05  NAMEL                   PIC S9(4) COMP.
           05  NAMEF                   PIC X.
           05  NAMEI                   PIC X(20).
           05  BRNOL                   PIC S9(4) COMP.
           05  BRNOF                   PIC X.
           05  BRNOI                   PIC X(2).
           05  REPNOL                  PIC S9(4) COMP.
           05  REPNOF                  PIC X.
           05  REPNOI                  PIC X(2).
           05  THISYTDL                PIC S9(4) COMP.
           05  THISYTDF                PIC X.
           05  THISYTDI                PIC X(10).
           05  LASTYTDL                PIC S9(4) COMP.
           05  LASTYTDF                PIC X.
           05  LASTYTDI                PIC X(10).
           05  TWOYRL                  PIC S9(4) COMP.
           05  TWOYRF                  PIC X.
           05  TWOYRI                  PIC X(10).

       01  MNTMAP1O REDEFINES MNTMAP1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTIONO                 PIC X(1).
           05  FILLER                  PIC X(3).
           05  CUSTNOO                 PIC X(5).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(60).
           05  FILLER                  PIC X(2).
           05  NAMEA                   PIC X.
           05  NAMEO                   PIC X(20).
           05  FILLER                  PIC X(2).
           05  BRNOA                   PIC X.
           05  BRNOO                   PIC X(2).
           05  FILLER                  PIC X(2).
           05  REPNOA                  PIC X.
           05  REPNOO                  PIC X(2).
           05  FILLER                  PIC X(3).
           05  THISYTDO                PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(3).
           05  LASTYTDO                PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(3).
           05  TWOYRO                  PIC ZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(136).

       PROCEDURE DIVISION.
       000-PROCESS-MAINTENANCE.
           IF EIBCALEN = ZERO
               PERFORM 100-SEND-FRESH-MAP
           ELSE
               MOVE DFHCOMMAREA TO COMMAREA-WORK
               IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
                   PERFORM 500-END-SESSION
               ELSE
                   PERFORM 200-PROCESS-MAINT-KEY
               END-IF
           END-IF.
           EXEC CICS RETURN
               TRANSID('MNT1')
               COMMAREA(COMMAREA-WORK)
               LENGTH(136)
           END-EXEC.

       100-SEND-FRESH-MAP.
           MOVE LOW-VALUES TO MNTMAP1O.
           MOVE "KEY A OR C AND A CUSTOMER NUMBER AND PRESS ENTER"
               TO MSGO.
           PERFORM 410-SEND-MAP-ERASE.
           PERFORM 190-RESET-COMMAREA.

       190-RESET-COMMAREA.
           MOVE "P"    TO CW-PROCESS-FLAG.
           MOVE SPACES TO CW-CUSTOMER-NUMBER.
           MOVE SPACES TO CW-RECORD-IMAGE.

      *    On the second ENTER of a change the action and customer
      *    number were sent by this program and come back only if
      *    the clerk overtyped them, so the pending change in the
      *    commarea fills them in.
       200-PROCESS-MAINT-KEY.
           MOVE LOW-VALUES TO MNTMAP1I.
           EXEC CICS RECEIVE
               MAP('MNTMAP1')
               MAPSET('MNTSET1')
               INTO(MNTMAP1I)
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(MAPFAIL)
               PERFORM 100-SEND-FRESH-MAP
           ELSE
               IF CW-PROCESS-FLAG = "C"
                   IF ACTIONL = ZERO
                       MOVE "C" TO ACTIONI
                   END-IF
                   IF CUSTNOL = ZERO
                       MOVE CW-CUSTOMER-NUMBER TO CUSTNOI
                   END-IF
               END-IF
               MOVE ACTIONI TO MW-ACTION-CODE
               IF MW-ACTION-CODE = "a"
                   MOVE "A" TO MW-ACTION-CODE
               END-IF
               IF MW-ACTION-CODE = "c"
                   MOVE "C" TO MW-ACTION-CODE
               END-IF
               MOVE CUSTNOI TO MW-CUSTOMER-KEYED
               PERFORM 210-VALIDATE-MAINT-KEY
               IF CUSTOMER-IS-INVALID-SWITCH = "Y"
                   MOVE REJECT-REASON-TEXT TO MAINT-MESSAGE-TEXT
                   PERFORM 420-RESEND-KEYED-SCREEN
                   PERFORM 190-RESET-COMMAREA
               ELSE
                   IF MW-ACTION-CODE = "A"
                       PERFORM 300-APPLY-ADD
                   ELSE
                       IF CW-PROCESS-FLAG = "C"
                               AND MW-CUSTOMER-KEYED
                                   = CW-CUSTOMER-NUMBER
                           PERFORM 350-APPLY-CHANGE
                       ELSE
                           MOVE SPACES TO MAINT-MESSAGE-TEXT
                           PERFORM 330-DISPLAY-FOR-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The same key edits CUST1000 applies in its
      *    222-VALIDATE-TRANS-KEY, less the delete action, which
      *    stays with the batch run.
       210-VALIDATE-MAINT-KEY.
           MOVE "N"    TO CUSTOMER-IS-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF MW-ACTION-CODE NOT = "A"
                   AND MW-ACTION-CODE NOT = "C"
               MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               MOVE "ACTION MUST BE A OR C" TO REJECT-REASON-TEXT
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF MW-CUSTOMER-KEYED NOT NUMERIC
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC CUSTOMER NUMBER"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF MW-ACTION-CODE = "A"
                   IF BRNOI NOT NUMERIC
                           OR REPNOI NOT NUMERIC
                       MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                       MOVE "NON-NUMERIC BRANCH OR REP"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    Same field edits as CUST1000's 221-VALIDATE-CUSTOMER-
      *    RECORD, so a record added or changed here will not land
      *    on the RPT2000 suspense file.
       221-VALIDATE-CUSTOMER-RECORD.
           MOVE "N"    TO CUSTOMER-IS-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF EC-SALES-THIS-YTD NOT NUMERIC
               MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               MOVE "NON-NUMERIC THIS YTD SALES AMT"
                   TO REJECT-REASON-TEXT
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF EC-SALES-LAST-YTD NOT NUMERIC
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC LAST YTD SALES AMT"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF EC-SALES-TWO-YEARS-AGO NOT NUMERIC
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC 2-YR SALES AMOUNT"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF EC-CUSTOMER-NAME = SPACES
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                   MOVE "MISSING CUSTOMER NAME" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF EC-BRANCH-NUMBER < VALID-BRANCH-LOW
                       OR EC-BRANCH-NUMBER > VALID-BRANCH-HIGH
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
                   MOVE "BRANCH NUMBER OUT OF RANGE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       252-ZERO-MONTHLY-BUCKET.
           MOVE ZERO TO EC-SALES-MONTH(MONTH-IDX).

       300-APPLY-ADD.
           MOVE SPACES              TO EDIT-CUSTOMER-RECORD.
           MOVE BRNOI               TO EC-BRANCH-NUMBER.
           MOVE REPNOI              TO EC-SALESREP-NUMBER.
           MOVE MW-CUSTOMER-KEYED   TO EC-CUSTOMER-NUMBER.
           IF NAMEL > ZERO
               MOVE NAMEI           TO EC-CUSTOMER-NAME
           END-IF.
           MOVE ZERO                TO EC-SALES-THIS-YTD
                                       EC-SALES-LAST-YTD
                                       EC-SALES-TWO-YEARS-AGO.
           PERFORM 252-ZERO-MONTHLY-BUCKET
               VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > 12.
           PERFORM 221-VALIDATE-CUSTOMER-RECORD.
           IF CUSTOMER-IS-INVALID-SWITCH = "Y"
               MOVE REJECT-REASON-TEXT TO MAINT-MESSAGE-TEXT
               PERFORM 420-RESEND-KEYED-SCREEN
           ELSE
               PERFORM 600-CHECK-BATCH-UPDATERS
               IF BATCH-RUN-OPEN-SWITCH = "Y"
                   PERFORM 420-RESEND-KEYED-SCREEN
               ELSE
                   PERFORM 310-WRITE-NEW-CUSTOMER
               END-IF
           END-IF.
           PERFORM 190-RESET-COMMAREA.

       310-WRITE-NEW-CUSTOMER.
           MOVE EDIT-CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD.
           EXEC CICS WRITE
               FILE('CUSTMAST')
               FROM(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-CUSTOMER-NUMBER)
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-SAVE
               MOVE "A" TO JOURNAL-ACTION-CODE
               PERFORM 285-WRITE-JOURNAL-RECORD
               IF UPDATE-DONE-SWITCH = "Y"
                   MOVE "CUSTOMER ADDED - KEY NEXT ACTION"
                       TO MAINT-MESSAGE-TEXT
                   PERFORM 340-FORMAT-MASTER-DISPLAY
               ELSE
                   PERFORM 420-RESEND-KEYED-SCREEN
               END-IF
           ELSE
               IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE "DUPLICATE ADD - ON FILE"
                       TO MAINT-MESSAGE-TEXT
               ELSE
                   MOVE "CUSTMAST WRITE ERROR - CALL SUPPORT"
                       TO MAINT-MESSAGE-TEXT
               END-IF
               PERFORM 420-RESEND-KEYED-SCREEN
           END-IF.

      *    First ENTER of a change: show the record and keep its
      *    image in the commarea for the second ENTER.
       330-DISPLAY-FOR-CHANGE.
           PERFORM 190-RESET-COMMAREA.
           MOVE MW-CUSTOMER-KEYED TO CM-CUSTOMER-NUMBER.
           EXEC CICS READ
               FILE('CUSTMAST')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-CUSTOMER-NUMBER)
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF CM-SALES-THIS-YTD NOT NUMERIC
                       OR CM-SALES-LAST-YTD NOT NUMERIC
                       OR CM-SALES-TWO-YEARS-AGO NOT NUMERIC
                   MOVE "SALES AMOUNTS IN SUSPENSE - SEE RPT2000"
                       TO MAINT-MESSAGE-TEXT
                   PERFORM 340-FORMAT-MASTER-DISPLAY
               ELSE
                   IF MAINT-MESSAGE-TEXT = SPACES
                       MOVE "OVERTYPE NAME, BRANCH, OR REP AND PRESS"
                         & " ENTER" TO MAINT-MESSAGE-TEXT
                   END-IF
                   PERFORM 340-FORMAT-MASTER-DISPLAY
                   MOVE "C"                TO CW-PROCESS-FLAG
                   MOVE MW-CUSTOMER-KEYED  TO CW-CUSTOMER-NUMBER
                   MOVE CUSTOMER-MASTER-RECORD
                                           TO CW-RECORD-IMAGE
               END-IF
           ELSE
               IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE "CUSTOMER NOT ON FILE" TO MAINT-MESSAGE-TEXT
               ELSE
                   MOVE "CUSTMAST READ ERROR - CALL SUPPORT"
                       TO MAINT-MESSAGE-TEXT
               END-IF
               PERFORM 420-RESEND-KEYED-SCREEN
           END-IF.

       340-FORMAT-MASTER-DISPLAY.
           MOVE LOW-VALUES TO MNTMAP1O.
           MOVE MW-ACTION-CODE        TO ACTIONO.
           MOVE CM-CUSTOMER-NUMBER    TO CUSTNOO.
           MOVE CM-CUSTOMER-NAME      TO NAMEO.
           MOVE CM-BRANCH-NUMBER      TO BRNOO.
           MOVE CM-SALESREP-NUMBER    TO REPNOO.
           IF CM-SALES-THIS-YTD NUMERIC
                   AND CM-SALES-LAST-YTD NUMERIC
                   AND CM-SALES-TWO-YEARS-AGO NUMERIC
               MOVE CM-SALES-THIS-YTD      TO THISYTDO
               MOVE CM-SALES-LAST-YTD      TO LASTYTDO
               MOVE CM-SALES-TWO-YEARS-AGO TO TWOYRO
           END-IF.
           MOVE MAINT-MESSAGE-TEXT    TO MSGO.
           PERFORM 410-SEND-MAP-ERASE.

      *    Second ENTER of a change.  The record is read for update
      *    and compared with the image the clerk was shown; if
      *    another update got there first the change is refused and
      *    the current record is shown instead.
       350-APPLY-CHANGE.
           PERFORM 600-CHECK-BATCH-UPDATERS.
           IF BATCH-RUN-OPEN-SWITCH = "Y"
               PERFORM 420-RESEND-KEYED-SCREEN
           ELSE
               MOVE MW-CUSTOMER-KEYED TO CM-CUSTOMER-NUMBER
               EXEC CICS READ
                   FILE('CUSTMAST')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(CM-CUSTOMER-NUMBER)
                   UPDATE
                   RESP(CICS-RESPONSE-CODE)
               END-EXEC
               IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE "CUSTOMER NOT ON FILE"
                           TO MAINT-MESSAGE-TEXT
                   ELSE
                       MOVE "CUSTMAST READ ERROR - CALL SUPPORT"
                           TO MAINT-MESSAGE-TEXT
                   END-IF
                   PERFORM 420-RESEND-KEYED-SCREEN
                   PERFORM 190-RESET-COMMAREA
               ELSE
                   IF CUSTOMER-MASTER-RECORD NOT = CW-RECORD-IMAGE
                       EXEC CICS UNLOCK
                           FILE('CUSTMAST')
                       END-EXEC
                       MOVE "RECORD CHANGED SINCE SHOWN - REVIEW AND"
                         & " RE-KEY" TO MAINT-MESSAGE-TEXT
                       PERFORM 330-DISPLAY-FOR-CHANGE
                   ELSE
                       PERFORM 360-EDIT-AND-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    Only fields the clerk overtyped come back from the
      *    screen; the rest keep their master values, the way a
      *    blank CUST1000 change field does.
       360-EDIT-AND-REWRITE.
           MOVE CUSTOMER-MASTER-RECORD TO EDIT-CUSTOMER-RECORD.
           MOVE "N"    TO CUSTOMER-IS-INVALID-SWITCH.
           IF BRNOL > ZERO
               IF BRNOI NUMERIC
                   MOVE BRNOI TO EC-BRANCH-NUMBER
               ELSE
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               END-IF
           END-IF.
           IF REPNOL > ZERO
               IF REPNOI NUMERIC
                   MOVE REPNOI TO EC-SALESREP-NUMBER
               ELSE
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               END-IF
           END-IF.
           IF NAMEL > ZERO
               MOVE NAMEI TO EC-CUSTOMER-NAME
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "Y"
               MOVE "NON-NUMERIC BRANCH OR REP" TO REJECT-REASON-TEXT
           ELSE
               PERFORM 221-VALIDATE-CUSTOMER-RECORD
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "Y"
               EXEC CICS UNLOCK
                   FILE('CUSTMAST')
               END-EXEC
               MOVE REJECT-REASON-TEXT TO MAINT-MESSAGE-TEXT
               PERFORM 420-RESEND-KEYED-SCREEN
           ELSE
               IF EDIT-CUSTOMER-RECORD = CUSTOMER-MASTER-RECORD
                   EXEC CICS UNLOCK
                       FILE('CUSTMAST')
                   END-EXEC
                   MOVE "NO CHANGES KEYED" TO MAINT-MESSAGE-TEXT
                   PERFORM 420-RESEND-KEYED-SCREEN
               ELSE
                   PERFORM 370-REWRITE-CUSTOMER
               END-IF
           END-IF.

       370-REWRITE-CUSTOMER.
           MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-SAVE.
           MOVE EDIT-CUSTOMER-RECORD   TO CUSTOMER-MASTER-RECORD.
           EXEC CICS REWRITE
               FILE('CUSTMAST')
               FROM(CUSTOMER-MASTER-RECORD)
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE "R" TO JOURNAL-ACTION-CODE
               PERFORM 285-WRITE-JOURNAL-RECORD
               IF UPDATE-DONE-SWITCH = "Y"
                   MOVE "CUSTOMER CHANGED - KEY NEXT ACTION"
                       TO MAINT-MESSAGE-TEXT
                   PERFORM 340-FORMAT-MASTER-DISPLAY
               ELSE
                   PERFORM 420-RESEND-KEYED-SCREEN
               END-IF
           ELSE
               MOVE "REWRITE FAILED ON MASTER" TO MAINT-MESSAGE-TEXT
               PERFORM 420-RESEND-KEYED-SCREEN
           END-IF.
           PERFORM 190-RESET-COMMAREA.

      *    CMJOURNL and CMAFTJNL are the same entry-sequenced
      *    clusters the batch updaters extend.  An update that
      *    cannot be journaled to both is backed out so neither
      *    BACK1000 nor RCVR1000 meets an unjournaled change.
       285-WRITE-JOURNAL-RECORD.
           MOVE "N" TO UPDATE-DONE-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE SPACES              TO CM-JOURNAL-RECORD.
           MOVE CD-YEAR             TO JR-JOURNAL-YEAR.
           MOVE CD-MONTH            TO JR-JOURNAL-MONTH.
           MOVE CD-DAY              TO JR-JOURNAL-DAY.
           MOVE CD-HOURS            TO JR-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO JR-JOURNAL-MINUTES.
           MOVE "MNT1000"           TO JR-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           EXEC CICS WRITE
               FILE('CMJOURNL')
               FROM(CM-JOURNAL-RECORD)
               RIDFLD(JOURNAL-RBA)
               RBA
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 286-WRITE-AFTER-IMAGE-RECORD
           END-IF.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE "Y" TO UPDATE-DONE-SWITCH
               EXEC CICS SYNCPOINT
               END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "JOURNAL WRITE FAILED - UPDATE NOT MADE"
                   TO MAINT-MESSAGE-TEXT
           END-IF.

      *    Online there is no delete, so the after image is always
      *    the record just written or rewritten.
       286-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "MNT1000"           TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE.
           EXEC CICS WRITE
               FILE('CMAFTJNL')
               FROM(AFTER-IMAGE-RECORD)
               RIDFLD(AFTER-IMAGE-RBA)
               RBA
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.

      *    No online update while a batch run is open against
      *    CUSTMAST - the same updaters RPT2000 waits for.
       600-CHECK-BATCH-UPDATERS.
           MOVE "N" TO BATCH-RUN-OPEN-SWITCH.
           MOVE "N" TO RUNCTL-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO RC-CONTROL-KEY.
           EXEC CICS STARTBR
               FILE('RUNCTL')
               RIDFLD(RC-CONTROL-KEY)
               GTEQ
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 610-SCAN-ONE-RUN-CONTROL
                   UNTIL RUNCTL-SCAN-EOF-SWITCH = "Y"
                      OR BATCH-RUN-OPEN-SWITCH = "Y"
               EXEC CICS ENDBR
                   FILE('RUNCTL')
               END-EXEC
           ELSE
               IF CICS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE "Y" TO BATCH-RUN-OPEN-SWITCH
                   MOVE "RUN CONTROL FILE UNAVAILABLE - NO UPDATE"
                       TO MAINT-MESSAGE-TEXT
               END-IF
           END-IF.

       610-SCAN-ONE-RUN-CONTROL.
           EXEC CICS READNEXT
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(RC-CONTROL-KEY)
               RESP(CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE "Y" TO RUNCTL-SCAN-EOF-SWITCH
           ELSE
               IF RC-RUN-STATUS = "O"
                   IF RC-PROGRAM-NAME = "POST1000"
                           OR RC-PROGRAM-NAME = "CUST1000"
                           OR RC-PROGRAM-NAME = "SUSP1000"
                           OR RC-PROGRAM-NAME = "ROLL1000"
                           OR RC-PROGRAM-NAME = "MERG1000"
                           OR RC-PROGRAM-NAME = "BACK1000"
                           OR RC-PROGRAM-NAME = "ARCH1000"
                           OR RC-PROGRAM-NAME = "ALGN1000"
                           OR RC-PROGRAM-NAME = "RCVR1000"
                       MOVE "Y" TO BATCH-RUN-OPEN-SWITCH
                       MOVE SPACES TO MAINT-MESSAGE-TEXT
                       STRING RC-PROGRAM-NAME DELIMITED BY SPACE
                           " RUN " DELIMITED BY SIZE
                           RC-BATCH-ID DELIMITED BY SPACE
                           " IS OPEN - ONLINE UPDATES REFUSED"
                               DELIMITED BY SIZE
                           INTO MAINT-MESSAGE-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *    Error paths put back what the clerk keyed so it can be
      *    corrected rather than re-keyed.  Each field put back is
      *    sent with its modified data tag set (FSET), so it comes
      *    back on the next ENTER whether or not the clerk types
      *    over it again; without that an add would fail its edits
      *    a second time and a change would lose the overtypes.
       420-RESEND-KEYED-SCREEN.
           MOVE LOW-VALUES TO MNTMAP1O.
           MOVE MW-ACTION-CODE     TO ACTIONO.
           MOVE MW-CUSTOMER-KEYED  TO CUSTNOO.
           IF NAMEL > ZERO
               MOVE NAMEI          TO NAMEO
               MOVE DFHBMFSE       TO NAMEA
           END-IF.
           IF BRNOL > ZERO
               MOVE BRNOI          TO BRNOO
               MOVE DFHBMFSE       TO BRNOA
           END-IF.
           IF REPNOL > ZERO
               MOVE REPNOI         TO REPNOO
               MOVE DFHBMFSE       TO REPNOA
           END-IF.
           MOVE MAINT-MESSAGE-TEXT TO MSGO.
           PERFORM 410-SEND-MAP-ERASE.

       410-SEND-MAP-ERASE.
           EXEC CICS SEND
               MAP('MNTMAP1')
               MAPSET('MNTSET1')
               FROM(MNTMAP1O)
               ERASE
           END-EXEC.

       500-END-SESSION.
           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
