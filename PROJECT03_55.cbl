      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - operator authority check, CALLed by
      *          every program that takes the operator sign-on.
      *          OPERATOR_AUTHORITY.txt lists, for each operator ID,
      *          which functions the operator may use (POST, VOID,
      *          NSF, REFUND, STUDENT maintenance, CATALOG
      *          maintenance) and whether the operator is a
      *          supervisor. Check type O asks whether the operator
      *          signed on may use the function; check type S asks
      *          whether the supervisor ID keyed for a second
      *          approval is a supervisor, and a different person
      *          from the operator. Anything refused is appended to
      *          SECURITY_EXCEPTIONS.txt for the morning digest,
      *          with the program, operator, function, reference
      *          and the reason. An operator missing from the file --
      *          or a missing file -- is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03au.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE
           ASSIGN TO "..\OPERATOR_AUTHORITY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OAUTH-STATUS-FILED.
           SELECT SECURITY-EXCEPTION-FILE
           ASSIGN TO "..\SECURITY_EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEXC-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       COPY "operator-authority.dat".

       COPY "security-exception.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "operator-authority-record.dat".

       COPY "security-exception-record.dat".

       01 WS-FIELDS.
           05 WS-EOF-FLAG            PIC X VALUE 'N'.
           05 WS-OPERATOR-FOUND      PIC X VALUE 'N'.
           05 WS-FIND-OPERATOR       PIC X(3) VALUE SPACES.
           05 WS-FUNCTION-FLAG       PIC X VALUE 'N'.
           05 WS-REFUSAL-REASON      PIC X(30) VALUE SPACES.
           05 WS-TIME-NOW            PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       COPY "authority-request.dat".

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION USING AUTHORITY-REQUEST.
       MAIN-PROCEDURE.
           MOVE 'N' TO AUTH-RESULT.
           MOVE SPACES TO WS-REFUSAL-REASON.
           IF AUTH-CHECK-TYPE = 'S'
               PERFORM 300-CHECK-SUPERVISOR
           ELSE
               PERFORM 200-CHECK-OPERATOR
           END-IF.
           IF AUTH-RESULT NOT = 'Y'
               PERFORM 500-WRITE-EXCEPTION
           END-IF.
           GOBACK.

      * the file is read afresh on every call, so a change the
      * security officer makes takes effect at the next sign-on
       100-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF OAUTH-STATUS-FILED = '00'
               PERFORM 110-SCAN-ONE-OPERATOR
                   UNTIL WS-EOF-FLAG = 'Y'
                      OR WS-OPERATOR-FOUND = 'Y'
               CLOSE OPERATOR-AUTHORITY-FILE
           END-IF.

       110-SCAN-ONE-OPERATOR.
           READ OPERATOR-AUTHORITY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE OPERATOR-AUTHORITY-LINE
                     TO OPERATOR-AUTHORITY-RECORD
                   IF OA-OPERATOR-ID = WS-FIND-OPERATOR
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                   END-IF
           END-READ.

       200-CHECK-OPERATOR.
           MOVE AUTH-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 100-FIND-OPERATOR.
           IF WS-OPERATOR-FOUND NOT = 'Y'
               MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                 TO WS-REFUSAL-REASON
           ELSE
               PERFORM 250-PICK-FUNCTION-FLAG
               IF WS-FUNCTION-FLAG = 'Y'
                   MOVE 'Y' TO AUTH-RESULT
               ELSE
                   MOVE 'FUNCTION NOT AUTHORIZED'
                     TO WS-REFUSAL-REASON
               END-IF
           END-IF.

      * a function name the table does not carry is never granted
       250-PICK-FUNCTION-FLAG.
           EVALUATE AUTH-FUNCTION
               WHEN 'POST'
                   MOVE OA-POST-FLAG TO WS-FUNCTION-FLAG
               WHEN 'VOID'
                   MOVE OA-VOID-FLAG TO WS-FUNCTION-FLAG
               WHEN 'NSF'
                   MOVE OA-NSF-FLAG TO WS-FUNCTION-FLAG
               WHEN 'REFUND'
                   MOVE OA-REFUND-FLAG TO WS-FUNCTION-FLAG
               WHEN 'STUDENT'
                   MOVE OA-STUDENT-FLAG TO WS-FUNCTION-FLAG
               WHEN 'CATALOG'
                   MOVE OA-CATALOG-FLAG TO WS-FUNCTION-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-FUNCTION-FLAG
           END-EVALUATE.

      * dual control: the second ID must be a supervisor and must not
      * be the operator who keyed the transaction
       300-CHECK-SUPERVISOR.
           IF AUTH-SUPERVISOR-ID = SPACES
               MOVE 'NO SUPERVISOR ID GIVEN' TO WS-REFUSAL-REASON
           ELSE
               IF AUTH-SUPERVISOR-ID = AUTH-OPERATOR-ID
                   MOVE 'SUPERVISOR SAME AS OPERATOR'
                     TO WS-REFUSAL-REASON
               ELSE
                   MOVE AUTH-SUPERVISOR-ID TO WS-FIND-OPERATOR
                   PERFORM 100-FIND-OPERATOR
                   IF WS-OPERATOR-FOUND NOT = 'Y'
                       MOVE 'SUPERVISOR NOT ON AUTHORITY'
                         TO WS-REFUSAL-REASON
                   ELSE
                       IF OA-SUPERVISOR-FLAG = 'Y'
                           MOVE 'Y' TO AUTH-RESULT
                       ELSE
                           MOVE 'SECOND ID IS NOT A SUPERVISOR'
                             TO WS-REFUSAL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * open/write/close each time so every refusal is on disk even
      * when the calling program is abandoned straight afterwards
       500-WRITE-EXCEPTION.
           ACCEPT SE-EXCEPTION-DATE FROM DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO SE-EXCEPTION-TIME.
           MOVE AUTH-PROGRAM TO SE-PROGRAM.
           IF AUTH-CHECK-TYPE = 'S'
               MOVE AUTH-SUPERVISOR-ID TO SE-OPERATOR-ID
           ELSE
               MOVE AUTH-OPERATOR-ID TO SE-OPERATOR-ID
           END-IF.
           MOVE AUTH-FUNCTION TO SE-FUNCTION.
           MOVE AUTH-REFERENCE TO SE-REFERENCE.
           MOVE WS-REFUSAL-REASON TO SE-REASON.
           OPEN EXTEND SECURITY-EXCEPTION-FILE.
           IF SEXC-STATUS-FILED = '35'
               OPEN OUTPUT SECURITY-EXCEPTION-FILE
           END-IF.
           MOVE SECURITY-EXCEPTION-RECORD TO SECURITY-EXCEPTION-LINE.
           WRITE SECURITY-EXCEPTION-LINE.
           CLOSE SECURITY-EXCEPTION-FILE.

       END PROGRAM project03au.
