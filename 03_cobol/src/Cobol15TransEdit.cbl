            MOVE "E08" TO WS-REJECT-REASON
            MOVE "CONTACT VALUE BLANK" TO WS-REJECT-TEXT
           ELSE
            IF (TR-CODE = "L" OR TR-CODE = "U")
               AND (TR-MERGE-ID IS NOT NUMERIC
                    OR TR-MERGE-ID = 0
                    OR TR-MERGE-ID = TR-ID)
             MOVE "N" TO WS-EDIT-RESULT
             MOVE "E10" TO WS-REJECT-REASON
             MOVE "RELATED PERSON ID INVALID" TO WS-REJECT-TEXT
            ELSE
             IF TR-CODE = "L"
                AND TR-UPDATE-FIELD NOT = "S"
                AND TR-UPDATE-FIELD NOT = "D"
                AND TR-UPDATE-FIELD NOT = "G"
              MOVE "N" TO WS-EDIT-RESULT
              MOVE "E11" TO WS-REJECT-REASON
              MOVE "RELATIONSHIP TYPE INVALID" TO WS-REJECT-TEXT
             ELSE
              IF (TR-CODE = "L" AND TR-EFF-DATE NOT = SPACES
                  AND TR-EFF-DATE IS NOT NUMERIC)
                 OR (TR-CODE = "U" AND TR-DEL-DATE NOT = SPACES
                     AND TR-DEL-DATE IS NOT NUMERIC)
               MOVE "N" TO WS-EDIT-RESULT
               MOVE "E12" TO WS-REJECT-REASON
               MOVE "LINK DATE NOT NUMERIC" TO WS-REJECT-TEXT
              ELSE
               PERFORM CHECK-UPDFIELD-VALID
               IF WS-CODE-FOUND = "N"
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "E09" TO WS-REJECT-REASON
                MOVE "UNKNOWN UPDATE FIELD CODE" TO WS-REJECT-TEXT
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
          END-IF
        OR TR-CODE = "N" OR TR-CODE = "R"
        OR TR-CODE = "M"
        OR TR-CODE = "G" OR TR-CODE = "J"
        OR TR-CODE = "L" OR TR-CODE = "U"
      MOVE "Y" TO WS-CODE-FOUND
     END-IF
    END-IF.
