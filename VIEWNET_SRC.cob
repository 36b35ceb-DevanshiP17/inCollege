      *> Purpose: Display all ACCEPTED connections
      *>          for the current user (as sender or
      *>          recipient). Cross-references profiles
      *>          to show name, university, and major,
      *>          with the user's own private tags and
      *>          note. Can be narrowed to one tag.
      *>---------------------------------------------
       VIEW-MY-NETWORK.
           MOVE "--- Your Network ---" TO WS-OUTLINE
               EXIT PARAGRAPH
           END-IF

           *> An optional tag narrows the list to the connections
           *> the user has tagged that way
           MOVE "Filter by tag (blank for all):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:30) TO WS-CNT-FILTER
           MOVE FUNCTION UPPER-CASE(WS-CNT-FILTER) TO WS-CNT-WANT
           PERFORM LOAD-CNT-ARRAY
           MOVE 0 TO WS-CNT-SHOWN

           *> Display each accepted connection with profile details
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
                      FUNCTION TRIM(WS-CURRENT-USERNAME)
                       MOVE WS-CA-RECIP(WS-CONN-IDX)
                           TO WS-NETWORK-DISPLAY-USER
                       PERFORM SHOW-NETWORK-ENTRY
                   *> Check if current user is recipient - show sender
                   ELSE IF FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX)) =
                      FUNCTION TRIM(WS-CURRENT-USERNAME)
                       MOVE WS-CA-SENDER(WS-CONN-IDX)
                           TO WS-NETWORK-DISPLAY-USER
                       PERFORM SHOW-NETWORK-ENTRY
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CNT-SHOWN = 0
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "None of your connections are tagged "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CNT-FILTER)
                   DELIMITED BY SIZE
                   "."
                   DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           MOVE "--------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE

           PERFORM EDIT-CONNECTION-NOTE.

      *>---------------------------------------------
      *> SHOW-NETWORK-ENTRY
      *> Purpose: Show one network entry unless a tag
      *>          filter is set and the user has not
      *>          given WS-NETWORK-DISPLAY-USER that tag.
      *>---------------------------------------------
       SHOW-NETWORK-ENTRY.
           IF WS-CNT-FILTER NOT = SPACES
               MOVE WS-NETWORK-DISPLAY-USER TO WS-CNT-OTHER
               PERFORM FIND-CNT-ROW
               PERFORM CNT-CHECK-TAG
               IF WS-CNT-HAS-TAG = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CNT-SHOWN
           PERFORM DISPLAY-CONNECTION-DETAILS
           PERFORM SHOW-CONNECTION-NOTE.

      *>---------------------------------------------
      *> DISPLAY-CONNECTION-DETAILS
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-CONNECTION-NOTE
      *> Purpose: Under a network entry, show the
      *>          current user's own private tags and
      *>          note on WS-NETWORK-DISPLAY-USER. The
      *>          other person never sees these.
      *>---------------------------------------------
       SHOW-CONNECTION-NOTE.
           MOVE WS-NETWORK-DISPLAY-USER TO WS-CNT-OTHER
           PERFORM FIND-CNT-ROW
           IF WS-CNT-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CN-TAGS(WS-CNT-HIT) NOT = SPACES
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "  Tags: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CN-TAGS(WS-CNT-HIT))
                   DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           IF WS-CN-NOTE(WS-CNT-HIT) NOT = SPACES
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "  Note: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CN-NOTE(WS-CNT-HIT))
                   DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> EDIT-CONNECTION-NOTE
      *> Purpose: Let the current user attach or change
      *>          a private note and comma-separated tags
      *>          on one of their accepted connections.
      *>          WS-CONN-ARRAY and WS-CNT-ARRAY are
      *>          loaded by VIEW-MY-NETWORK.
      *> Called: From VIEW-MY-NETWORK
      *>---------------------------------------------
       EDIT-CONNECTION-NOTE.
           MOVE "Enter a connection's username to edit your private note and tags (blank to return):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-CNT-OTHER

           *> Notes only hang off accepted connections
           MOVE "N" TO WS-CNT-HAS-TAG
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
                   OR WS-CNT-HAS-TAG = "Y"
               IF FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX)) = "ACCEPTED"
                   IF (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USERNAME))
                       AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNT-OTHER)))
                   OR (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USERNAME))
                       AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNT-OTHER)))
                       MOVE "Y" TO WS-CNT-HAS-TAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CNT-HAS-TAG = "N"
               MOVE "That user is not one of your connections."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CNT-ROW
           IF WS-CNT-HIT = 0
               IF WS-CNT-TOTAL >= 500
                   MOVE "The connection notes file is full." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNT-TOTAL
               MOVE WS-CNT-TOTAL TO WS-CNT-HIT
               MOVE SPACES TO WS-CNT-ITEM(WS-CNT-HIT)
               MOVE WS-CURRENT-USERNAME TO WS-CN-OWNER(WS-CNT-HIT)
               MOVE WS-CNT-OTHER TO WS-CN-OTHER(WS-CNT-HIT)
           END-IF
           MOVE WS-CN-OTHER(WS-CNT-HIT) TO WS-NETWORK-DISPLAY-USER
           PERFORM SHOW-CONNECTION-NOTE

           MOVE "Tags, comma-separated (blank keeps current, - clears):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES TO WS-CN-TAGS(WS-CNT-HIT)
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-INLINE)(1:80)
                       TO WS-CN-TAGS(WS-CNT-HIT)
                   INSPECT WS-CN-TAGS(WS-CNT-HIT) REPLACING ALL "|" BY "/"
           END-EVALUATE

           MOVE "Private note (blank keeps current, - clears):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES TO WS-CN-NOTE(WS-CNT-HIT)
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-INLINE)(1:150)
                       TO WS-CN-NOTE(WS-CNT-HIT)
                   INSPECT WS-CN-NOTE(WS-CNT-HIT) REPLACING ALL "|" BY "/"
           END-EVALUATE

           *> A row with neither tags nor a note is not kept
           IF WS-CN-TAGS(WS-CNT-HIT) = SPACES
           AND WS-CN-NOTE(WS-CNT-HIT) = SPACES
               MOVE SPACES TO WS-CN-OWNER(WS-CNT-HIT)
           END-IF
           PERFORM REWRITE-CNT-FILE

           MOVE "CONN-NOTE" TO WS-AUDIT-ACTION
           MOVE WS-CNT-OTHER TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Your note and tags have been saved." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> FIND-CNT-ROW
      *> Purpose: Point WS-CNT-HIT at the current user's
      *>          notes row for WS-CNT-OTHER (0 if none).
      *>---------------------------------------------
       FIND-CNT-ROW.
           MOVE 0 TO WS-CNT-HIT
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OTHER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNT-OTHER))
                   MOVE WS-CNT-IDX TO WS-CNT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> CNT-CHECK-TAG
      *> Purpose: Set WS-CNT-HAS-TAG when the notes row
      *>          WS-CNT-HIT carries the tag in
      *>          WS-CNT-WANT (upper case). Tags are
      *>          compared whole, ignoring case and the
      *>          spaces around each comma.
      *>---------------------------------------------
       CNT-CHECK-TAG.
           MOVE "N" TO WS-CNT-HAS-TAG
           IF WS-CNT-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CNT-PTR
           PERFORM UNTIL WS-CNT-PTR > 80
               OR WS-CNT-HAS-TAG = "Y"
               MOVE SPACES TO WS-CNT-ONE-TAG
               UNSTRING WS-CN-TAGS(WS-CNT-HIT)
                   DELIMITED BY ","
                   INTO WS-CNT-ONE-TAG
                   WITH POINTER WS-CNT-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-CNT-ONE-TAG) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNT-ONE-TAG)) =
                   FUNCTION TRIM(WS-CNT-WANT)
                   MOVE "Y" TO WS-CNT-HAS-TAG
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-CNT-ARRAY
      *> Purpose: Read connnotes.dat into WS-CNT-ARRAY.
      *> Format:  owner|connection|tags|note
      *>---------------------------------------------
       LOAD-CNT-ARRAY.
           MOVE 0 TO WS-CNT-TOTAL
           SET CNT-EOF-NO TO TRUE
           OPEN INPUT CONNNOTE-FILE
           IF WS-CNT-STAT NOT = "00"
               IF WS-CNT-STAT = "05"
                   CLOSE CONNNOTE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CNT-EOF-YES
               READ CONNNOTE-FILE INTO WS-CNT-LINE
                   AT END
                       SET CNT-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-CNT-LINE) NOT = SPACES
                       AND WS-CNT-TOTAL < 500
                           ADD 1 TO WS-CNT-TOTAL
                           MOVE SPACES TO WS-CNT-ITEM(WS-CNT-TOTAL)
                           UNSTRING WS-CNT-LINE
                               DELIMITED BY "|"
                               INTO WS-CN-OWNER(WS-CNT-TOTAL)
                                    WS-CN-OTHER(WS-CNT-TOTAL)
                                    WS-CN-TAGS(WS-CNT-TOTAL)
                                    WS-CN-NOTE(WS-CNT-TOTAL)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNNOTE-FILE
           SET CNT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-CNT-FILE
      *> Purpose: Overwrite connnotes.dat from
      *>          WS-CNT-ARRAY, dropping rows whose
      *>          owner was blanked.
      *>---------------------------------------------
       REWRITE-CNT-FILE.
           IF DRY-RUN-YES
               MOVE "connnotes.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONNNOTE-FILE
           IF WS-CNT-STAT NOT = "00" AND WS-CNT-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite connnotes.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX)) NOT = SPACES
                   PERFORM BUILD-CNT-LINE
                   WRITE CONNNOTE-REC FROM WS-CNT-LINE
               END-IF
           END-PERFORM
           CLOSE CONNNOTE-FILE.

      *>---------------------------------------------
      *> BUILD-CNT-LINE
      *> Purpose: Pack array slot WS-CNT-IDX into
      *>          WS-CNT-LINE.
      *>---------------------------------------------
       BUILD-CNT-LINE.
           MOVE SPACES TO WS-CNT-LINE
           STRING
               FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-OTHER(WS-CNT-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-TAGS(WS-CNT-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-NOTE(WS-CNT-IDX)) DELIMITED BY SIZE
               INTO WS-CNT-LINE
           END-STRING.
