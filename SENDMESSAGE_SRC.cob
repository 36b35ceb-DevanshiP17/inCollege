      *>---------------------------------------------
      *> SEND-MESSAGE
      *> Purpose: Send a private message to a
      *>          connected user, or to every
      *>          connection carrying one of the
      *>          sender's tags ("tag:<name>").
      *> Called:  From MESSAGES-MENU option 1
      *>---------------------------------------------
       SEND-MESSAGE.
           MOVE "Enter recipient's username (a connection or application contact), or tag:<name> for a tagged group:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE

               EXIT PARAGRAPH
           END-IF

      *>   A tag sends to every connection the user tagged that way
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION UPPER-CASE(WS-TRIMMED(1:4)) = "TAG:"
               MOVE FUNCTION TRIM(WS-TRIMMED(5:30)) TO WS-CNT-FILTER
               MOVE FUNCTION UPPER-CASE(WS-CNT-FILTER) TO WS-CNT-WANT
               PERFORM SEND-MESSAGE-TO-TAG
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-INLINE) TO WS-MSG-RECIPIENT

      *>   A username changed within the redirect window still
      *>   reaches its owner under the new name
           MOVE WS-MSG-RECIPIENT TO WS-REN-LOOKUP
           PERFORM REN-RESOLVE-REDIRECT
           IF WS-REN-HIT = "Y"
               MOVE SPACES TO WS-OUTLINE
               STRING
                   FUNCTION TRIM(WS-REN-LOOKUP) DELIMITED BY SIZE
                   " is now " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REN-TARGET) DELIMITED BY SIZE
                   " - sending to the new username." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE WS-REN-TARGET TO WS-MSG-RECIPIENT
           END-IF

      *>   Validate: recipient must exist as an account
           PERFORM CHECK-MSG-RECIPIENT-EXISTS
           IF MSG-RECIP-NOT-FOUND
      *>   two parties must be linked by an application against one of
      *>   their postings - a recruiter may ask an applicant a
      *>   clarifying question (and the applicant may answer) without
      *>   the two ever connecting. A career advisor and their advisee
      *>   may likewise message each other. Blocks were already checked
      *>   above and still win over these exemptions.
           PERFORM CHECK-MSG-RECIPIENT-CONNECTED
           IF MSG-NOT-CONNECTED
               PERFORM CHECK-MSG-APPLICATION-LINK
           END-IF
           IF MSG-NOT-CONNECTED
               PERFORM CHECK-MSG-ADVISOR-LINK
           END-IF
           IF MSG-NOT-CONNECTED
               MOVE "You can only message connections or your application contacts."
                   TO WS-OUTLINE
           MOVE FUNCTION TRIM(WS-INLINE)(1:WS-MSG-MAX-CHARS)
               TO WS-MSG-CONTENT

      *>   Screen the body against the banned-term list - a hard
      *>   match is not sent at all
           MOVE WS-MSG-CONTENT TO WS-BAN-TEXT
           MOVE "message" TO WS-BAN-FIELD
           PERFORM SCREEN-BANNED-TERMS
           IF BAN-HARD
               EXIT PARAGRAPH
           END-IF

      *>   Hold the sender to the daily message cap
           MOVE "MSG" TO WS-SND-KIND
           PERFORM CHECK-DAILY-SEND-LIMIT
           IF SEND-REFUSED
               EXIT PARAGRAPH
           END-IF

      *>   Generate Timestamp
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-MSG-TIMESTAMP-RAW
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING
               WS-MSG-TS-YEAR   DELIMITED BY SIZE

      *>   Persist the message
           PERFORM SAVE-MESSAGE
           PERFORM RECORD-DAILY-SEND
           MOVE "MSG-SEND" TO WS-AUDIT-ACTION
           MOVE WS-MSG-RECIPIENT TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD

      *>   Confirmation
           MOVE SPACES TO WS-OUTLINE
               " successfully!"          DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE

      *>   An advisor writing to their own advisee counts as contact
           PERFORM NOTE-ADVISOR-MESSAGE-CONTACT

      *>   A soft match is delivered but goes to the moderation queue
           IF BAN-SOFT
               MOVE "MESSAGE" TO WS-ABR-NEW-TYPE
               MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
               MOVE SPACES TO WS-ABR-NEW-KEY
               STRING
                   FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSG-RECIPIENT) DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSG-TIMESTAMP) DELIMITED BY SIZE
                   INTO WS-ABR-NEW-KEY
               END-STRING
           END-IF
           PERFORM QUEUE-SOFT-MATCH.

      *>---------------------------------------------
      *> SEND-MESSAGE-TO-TAG
      *> Purpose: Send one message to every accepted
      *>          connection the current user has given
      *>          the tag in WS-CNT-WANT. Each copy goes
      *>          through the same block, daily-cap and
      *>          audit steps as a single send.
      *> Called:  From SEND-MESSAGE ("tag:<name>")
      *>---------------------------------------------
       SEND-MESSAGE-TO-TAG.
           IF FUNCTION TRIM(WS-CNT-WANT) = SPACES
               MOVE "Enter a tag name after tag:" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CONN-ARRAY
           PERFORM LOAD-CNT-ARRAY
           PERFORM LOAD-BLOCKS-ARRAY

      *>   Build the recipient list - tags on a connection that has
      *>   since ended, or with someone now blocked, are skipped
           MOVE 0 TO WS-CNT-RECIP-TOTAL
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE WS-CNT-IDX TO WS-CNT-HIT
                   PERFORM CNT-CHECK-TAG
                   IF WS-CNT-HAS-TAG = "Y"
                       MOVE WS-CN-OTHER(WS-CNT-IDX) TO WS-MSG-RECIPIENT
                       PERFORM CHECK-MSG-RECIPIENT-CONNECTED
                       MOVE WS-MSG-RECIPIENT TO WS-BLOCK-USER-B
                       PERFORM CHECK-USER-BLOCKED
                       IF MSG-IS-CONNECTED
                       AND USER-NOT-BLOCKED
                           ADD 1 TO WS-CNT-RECIP-TOTAL
                           MOVE WS-MSG-RECIPIENT
                               TO WS-CNT-RECIP(WS-CNT-RECIP-TOTAL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CNT-RECIP-TOTAL = 0
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "None of your connections are tagged "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CNT-FILTER) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNT-RECIP-TOTAL TO WS-CNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "This message will go to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
               " connection(s) tagged " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNT-FILTER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE

           MOVE WS-MSG-MAX-CHARS TO WS-MSG-MAX-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Enter your message (max " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-MAX-DISP) DELIMITED BY SIZE
               " chars):" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           MOVE FUNCTION TRIM(WS-INLINE)(1:WS-MSG-MAX-CHARS)
               TO WS-MSG-CONTENT

           MOVE WS-MSG-CONTENT TO WS-BAN-TEXT
           MOVE "message" TO WS-BAN-FIELD
           PERFORM SCREEN-BANNED-TERMS
           IF BAN-HARD
               EXIT PARAGRAPH
           END-IF

      *>   One copy per recipient - the daily cap may stop the run
      *>   part way, in which case the rest are not sent
           MOVE "MSG" TO WS-SND-KIND
           MOVE 0 TO WS-CNT-SENT
           PERFORM VARYING WS-CNT-R FROM 1 BY 1
               UNTIL WS-CNT-R > WS-CNT-RECIP-TOTAL
               PERFORM CHECK-DAILY-SEND-LIMIT
               IF SEND-REFUSED
                   EXIT PERFORM
               END-IF
               MOVE WS-CNT-RECIP(WS-CNT-R) TO WS-MSG-RECIPIENT
               PERFORM GET-BUSINESS-NOW
               MOVE WS-BIZ-NOW TO WS-MSG-TIMESTAMP-RAW
               MOVE SPACES TO WS-MSG-TIMESTAMP
               STRING
                   WS-MSG-TS-YEAR   DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-MSG-TS-MONTH  DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-MSG-TS-DAY    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-MSG-TS-HOUR   DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-MSG-TS-MIN    DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-MSG-TS-SEC    DELIMITED BY SIZE
                   INTO WS-MSG-TIMESTAMP
               END-STRING
               PERFORM SAVE-MESSAGE
               PERFORM RECORD-DAILY-SEND
               MOVE "MSG-SEND" TO WS-AUDIT-ACTION
               MOVE WS-MSG-RECIPIENT TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               PERFORM NOTE-ADVISOR-MESSAGE-CONTACT
               IF BAN-SOFT
                   MOVE "MESSAGE" TO WS-ABR-NEW-TYPE
                   MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
                   MOVE SPACES TO WS-ABR-NEW-KEY
                   STRING
                       FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                       ">" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-RECIPIENT) DELIMITED BY SIZE
                       "@" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-TIMESTAMP) DELIMITED BY SIZE
                       INTO WS-ABR-NEW-KEY
                   END-STRING
                   PERFORM QUEUE-SOFT-MATCH
               END-IF
               ADD 1 TO WS-CNT-SENT
           END-PERFORM

           MOVE WS-CNT-SENT TO WS-CNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Message sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
               " connection(s) tagged " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNT-FILTER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------

           PERFORM REWRITE-MSGS-FILE

           MOVE "Enter a message number to delete, R and a number to report it (e.g. R2), or 0 to go back:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION UPPER-CASE(WS-TRIMMED(1:1)) = "R"
               PERFORM REPORT-THREAD-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) = 0
               MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-MSG-DELETE-SELECT
           ELSE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> REPORT-THREAD-MESSAGE
      *> Purpose: "R<n>" at the thread prompt - file
      *>          an abuse report against message <n>
      *>          as numbered on screen. The report key
      *>          is sender>recipient@timestamp.
      *>---------------------------------------------
       REPORT-THREAD-MESSAGE.
           MOVE FUNCTION TRIM(WS-TRIMMED(2:)) TO WS-ABR-SEL-X
           IF WS-ABR-SEL-X = SPACES
           OR FUNCTION TEST-NUMVAL(WS-ABR-SEL-X) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ABR-SEL-X) TO WS-MSG-DELETE-SELECT
           IF WS-MSG-DELETE-SELECT < 1
           OR WS-MSG-DELETE-SELECT > WS-MSG-DISP-COUNT
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSG-ARRAY-LINE(
               WS-MSG-DISP-MAP-IDX(WS-MSG-DELETE-SELECT)) TO WS-MSG-LINE
           PERFORM PARSE-MSG-LINE
           MOVE "MESSAGE" TO WS-ABR-NEW-TYPE
           MOVE WS-MSG-PARSE-SENDER TO WS-ABR-NEW-OWNER
           MOVE SPACES TO WS-ABR-NEW-KEY
           STRING
               FUNCTION TRIM(WS-MSG-PARSE-SENDER) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-PARSE-RECIP) DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-PARSE-TS) DELIMITED BY SIZE
               INTO WS-ABR-NEW-KEY
           END-STRING
           PERFORM FILE-ABUSE-REPORT.

      *>---------------------------------------------
      *> REWRITE-MSG-ARRAY-LINE
      *> Purpose: Re-STRING the parsed fields (with an
           SET MSG-VIEW-EOF-NO TO TRUE

      *>   Then every dated archive, newest month first.
           MOVE WS-BIZ-YEAR
               TO WS-MSRCH-YEAR
           MOVE WS-BIZ-MONTH
               TO WS-MSRCH-MONTH
           PERFORM VARYING WS-MSRCH-I FROM 1 BY 1
               UNTIL WS-MSRCH-I > 36
