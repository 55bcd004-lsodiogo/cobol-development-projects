      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SANDALRG | SANDWICH ALLERGEN MATRIX
      ******************************************************************
      *    PRINTS ALLERGEN.PRN - ONE LINE PER ACTIVE SANDWICH, ONE
      *    COLUMN PER DECLARABLE ALLERGEN - THE SHEET THE COUNTER
      *    LABELS ARE CHECKED AGAINST. EVERY ACTIVE SANDWICH IS
      *    EXPLODED THROUGH SANDCOMP.DAT IN ONE SWEEP AND THE FLAGS OF
      *    EACH INGREDIENT ON ITS RECIPE ARE ADDED TOGETHER: ONE
      *    INGREDIENT CONTAINING AN ALLERGEN MARKS THE WHOLE SANDWICH.
      *    AN INGREDIENT THAT HAS NOT BEEN DECLARED, OR IS NO LONGER
      *    ON THE MASTER, CANNOT PROVE A SANDWICH FREE OF ANYTHING, SO
      *    IT MARKS ITS COLUMNS "?" RATHER THAN LEAVING THEM BLANK, AND
      *    IS LISTED AT THE FOOT OF THE MATRIX TO BE DECLARED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANDALRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "SANDCOMP-SEL.cpy".
           COPY "ALGRPT-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "SANDCOMP-RECORD.cpy".
           COPY "ALGRPT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-SANDCOMP-STATUS             PIC X(002).
           88  WS-SANDCOMP-OK             VALUE "00".
           88  WS-SANDCOMP-EOF            VALUE "10".
       01  WS-ALGRPT-STATUS               PIC X(002).
           88  WS-ALGRPT-OK               VALUE "00".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-FOUND-ANY                   PIC X(001).
       01  WS-SND-IX                      PIC 9(004).
       01  WS-ING-IX                      PIC 9(004).
       01  WS-ING-KNOWN                   PIC X(001).

      * ONE SLOT PER SANDWICH ID, FILLED IN ONE SWEEP OF THE
      * COMPOSITION FILE AND PRINTED AFTERWARDS. A CELL IS "X" WHEN
      * THE SANDWICH CONTAINS THE ALLERGEN, "?" WHEN IT CANNOT BE
      * RULED OUT, SPACE WHEN EVERY INGREDIENT DECLARED IT ABSENT.
       01  WS-SND-TABLE.
           05  WS-SND-ENTRY OCCURS 999 TIMES.
               10  WS-SND-USED            PIC X(001).
               10  WS-SND-NAME            PIC X(030).
               10  WS-SND-CELL            PIC X(001) OCCURS 14 TIMES.

      * INGREDIENTS SEEN ON AN ACTIVE RECIPE WITHOUT A FULL
      * DECLARATION, LISTED AT THE FOOT OF THE MATRIX
       01  WS-UND-TABLE.
           05  WS-UND-FLAG                PIC X(001) OCCURS 999 TIMES.
       01  WS-UND-ANY                     PIC X(001).

       01  WS-HEAD-LINE.
           05  WS-H-LABEL                 PIC X(035).
           05  WS-H-CELL OCCURS 14 TIMES.
               10  WS-H-CODE              PIC X(003).
               10  FILLER                 PIC X(001).

       01  WS-MATRIX-LINE.
           05  WS-M-ID                    PIC 9(003).
           05  FILLER                     PIC X(002).
           05  WS-M-NAME                  PIC X(030).
           05  WS-M-CELL OCCURS 14 TIMES.
               10  FILLER                 PIC X(001).
               10  WS-M-MARK              PIC X(001).
               10  FILLER                 PIC X(002).

       01  WS-UND-LINE.
           05  WS-U-ID                    PIC 9(003).
           05  FILLER                     PIC X(002).
           05  WS-U-NAME                  PIC X(030).

           COPY "ALLERGENS.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY MODULE-NAME-SANDALRG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT ALGRPT-FILE
           IF NOT WS-ALGRPT-OK
               DISPLAY ERROR-ALGRPT-FILE
               ACCEPT WS-ANY-KEY
               CLOSE ALGRPT-FILE
               GOBACK
           END-IF

           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > 999
               MOVE "N" TO WS-SND-USED(WS-SND-IX)
               MOVE SPACES TO WS-SND-NAME(WS-SND-IX)
               PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                       UNTIL WS-ALG-IX > WS-ALG-COUNT
                   MOVE SPACE TO WS-SND-CELL(WS-SND-IX WS-ALG-IX)
               END-PERFORM
               MOVE "N" TO WS-UND-FLAG(WS-SND-IX)
           END-PERFORM

           OPEN INPUT INGREDS-FILE
           PERFORM EXPLODE-ALL-RECIPES
           PERFORM WRITE-MATRIX
           CLOSE INGREDS-FILE
           CLOSE ALGRPT-FILE

           DISPLAY ALG-MATRIX-DONE
           ACCEPT WS-ANY-KEY
           GOBACK.

       EXPLODE-ALL-RECIPES.
           OPEN INPUT SANDCOMP-FILE
           IF WS-SANDCOMP-OK
               READ SANDCOMP-FILE NEXT RECORD
               PERFORM UNTIL WS-SANDCOMP-EOF
                   IF SANDCOMP-SAND-ACTIVE
                           AND SANDCOMP-SAND-ID > 0
                       PERFORM ADD-ONE-RECIPE-LINE
                   END-IF
                   READ SANDCOMP-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE SANDCOMP-FILE.

      ******************************************************************
      * "X" NEVER GIVES WAY - ONCE ANY INGREDIENT CONTAINS THE
      * ALLERGEN THE SANDWICH DOES. AN UNKNOWN INGREDIENT OR AN
      * UNANSWERED FLAG ONLY RAISES A BLANK CELL TO "?".
      ******************************************************************
       ADD-ONE-RECIPE-LINE.
           MOVE SANDCOMP-SAND-ID TO WS-SND-IX
           MOVE "Y" TO WS-SND-USED(WS-SND-IX)
           MOVE SANDCOMP-SAND-NAME TO WS-SND-NAME(WS-SND-IX)
           MOVE "Y" TO WS-ING-KNOWN
           MOVE SANDCOMP-ING-ID TO ING-ID
           READ INGREDS-FILE
           IF NOT WS-INGREDS-OK OR NOT ING-IS-ACTIVE
               MOVE "N" TO WS-ING-KNOWN
           END-IF
           MOVE SANDCOMP-ING-ID TO WS-ING-IX
           PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                   UNTIL WS-ALG-IX > WS-ALG-COUNT
               EVALUATE TRUE
                   WHEN WS-ING-KNOWN = "N"
                       IF WS-SND-CELL(WS-SND-IX WS-ALG-IX) NOT = "X"
                           MOVE "?" TO WS-SND-CELL(WS-SND-IX WS-ALG-IX)
                       END-IF
                       IF WS-ING-IX > 0
                           MOVE "Y" TO WS-UND-FLAG(WS-ING-IX)
                       END-IF
                   WHEN ING-ALG-PRESENT(WS-ALG-IX)
                       MOVE "X" TO WS-SND-CELL(WS-SND-IX WS-ALG-IX)
                   WHEN ING-ALG-ABSENT(WS-ALG-IX)
                       CONTINUE
                   WHEN OTHER
                       IF WS-SND-CELL(WS-SND-IX WS-ALG-IX) NOT = "X"
                           MOVE "?" TO WS-SND-CELL(WS-SND-IX WS-ALG-IX)
                       END-IF
                       IF WS-ING-IX > 0
                           MOVE "Y" TO WS-UND-FLAG(WS-ING-IX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

       WRITE-MATRIX.
           MOVE ALG-MATRIX-TITLE TO ALGRPT-LINE
           WRITE ALGRPT-LINE
           MOVE SPACES TO ALGRPT-LINE
           STRING REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ALGRPT-LINE
           WRITE ALGRPT-LINE
           MOVE SPACES TO ALGRPT-LINE
           WRITE ALGRPT-LINE

           MOVE SPACES TO WS-HEAD-LINE
           MOVE ALG-MATRIX-HEAD TO WS-H-LABEL
           PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                   UNTIL WS-ALG-IX > WS-ALG-COUNT
               MOVE WS-ALG-CODE(WS-ALG-IX) TO WS-H-CODE(WS-ALG-IX)
           END-PERFORM
           MOVE WS-HEAD-LINE TO ALGRPT-LINE
           WRITE ALGRPT-LINE

           MOVE "N" TO WS-FOUND-ANY
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > 999
               IF WS-SND-USED(WS-SND-IX) = "Y"
                   MOVE "Y" TO WS-FOUND-ANY
                   PERFORM WRITE-ONE-MATRIX-LINE
               END-IF
           END-PERFORM
           IF WS-FOUND-ANY = "N"
               MOVE SPACES TO ALGRPT-LINE
               WRITE ALGRPT-LINE
               MOVE ALG-MATRIX-NONE TO ALGRPT-LINE
               WRITE ALGRPT-LINE
           END-IF

           MOVE SPACES TO ALGRPT-LINE
           WRITE ALGRPT-LINE
           MOVE ALG-MATRIX-LEGEND TO ALGRPT-LINE
           WRITE ALGRPT-LINE
           PERFORM WRITE-UNDECLARED-SECTION.

       WRITE-ONE-MATRIX-LINE.
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE WS-SND-IX TO WS-M-ID
           MOVE WS-SND-NAME(WS-SND-IX) TO WS-M-NAME
           PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                   UNTIL WS-ALG-IX > WS-ALG-COUNT
               MOVE WS-SND-CELL(WS-SND-IX WS-ALG-IX)
                   TO WS-M-MARK(WS-ALG-IX)
           END-PERFORM
           MOVE WS-MATRIX-LINE TO ALGRPT-LINE
           WRITE ALGRPT-LINE.

       WRITE-UNDECLARED-SECTION.
           MOVE "N" TO WS-UND-ANY
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               IF WS-UND-FLAG(WS-ING-IX) = "Y"
                   IF WS-UND-ANY = "N"
                       MOVE "Y" TO WS-UND-ANY
                       MOVE SPACES TO ALGRPT-LINE
                       WRITE ALGRPT-LINE
                       MOVE ALG-MATRIX-UND-HEAD TO ALGRPT-LINE
                       WRITE ALGRPT-LINE
                   END-IF
                   MOVE SPACES TO WS-UND-LINE
                   MOVE WS-ING-IX TO WS-U-ID
                   MOVE WS-ING-IX TO ING-ID
                   READ INGREDS-FILE
                   IF WS-INGREDS-OK AND ING-IS-ACTIVE
                       MOVE ING-NAME TO WS-U-NAME
                   ELSE
                       MOVE ALG-MATRIX-MISSING TO WS-U-NAME
                   END-IF
                   MOVE WS-UND-LINE TO ALGRPT-LINE
                   WRITE ALGRPT-LINE
               END-IF
           END-PERFORM.
