      * what, when, from what to what. The name is matched
      * against both images, so a record renamed through
      * C)hange shows its history under either spelling.
      * A returned-mail flag set or cleared on the record
      * shows under the image it belongs to.
      *
      * A notice letter NAMLTR01 sent shows as action "L"
      * with the template's name and the record as it
      * stood when the letter went.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ADD 1 TO MATCH-COUNT
               DISPLAY HS-RUN-DATE " " HS-RUN-TIME " "
                       HS-OPERATOR-ID " " HS-ACTION
               IF HS-ACTION = "L"
                   DISPLAY "  letter: " HS-LETTER-NAME
                   DISPLAY "  sent:   " HS-AFTER-IMAGE
               ELSE
                   DISPLAY "  before: " HS-BEFORE-IMAGE
                   IF HS-BEFORE-MAIL NOT = SPACES
                       DISPLAY "  mail:   " HS-BEFORE-MAIL
                   END-IF
                   DISPLAY "  after:  " HS-AFTER-IMAGE
                   IF HS-AFTER-MAIL NOT = SPACES
                       DISPLAY "  mail:   " HS-AFTER-MAIL
                   END-IF
               END-IF
           END-IF.
