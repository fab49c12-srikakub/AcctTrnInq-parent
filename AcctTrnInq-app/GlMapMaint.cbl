       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  GLMAPMAINT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  ONLINE MAINTENANCE SCREEN FOR GLMAP, THE
      *                    TABLE THAT MAPS EACH TRNCODTBL SOURCE CODE /
      *                    TYPE CODE COMBINATION TO THE DEPOSIT AND
      *                    CONTRA GENERAL LEDGER ACCOUNTS GLJRNLEXT
      *                    JOURNALS ITS POSTINGS TO.  A MAPPING CAN BE
      *                    ADDED, CHANGED OR RETIRED, BUT NOT UNTIL A
      *                    SECOND USER ID IS KEYED INTO THE APPROVED-BY
      *                    FIELD - LEAVING IT BLANK CANCELS THE CHANGE.
      *                    A MAPPING CAN ONLY BE ADDED FOR SOURCE AND
      *                    TYPE CODES THAT ARE ACTIVE ON TRNCODTBL.
      *                    EVERY ATTEMPT, APPLIED OR NOT, IS LOGGED TO
      *                    GLMAPAUD.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    REJECT A RETIRE OF A MAPPING ALREADY
      *                      RETIRED.
      *****************************************************************
       PROGRAM-ID.  GlMapMaint.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GMM-GL-MAP-STATUS.
           SELECT TRN-CODE-TBL-FILE ASSIGN TO "TRNCODTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS GMM-TRN-CODE-STATUS.
           SELECT GL-MAP-AUD-FILE ASSIGN TO "GLMAPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GMM-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       COPY GlMap.

       FD  TRN-CODE-TBL-FILE.
       COPY TrnCodTbl.

       FD  GL-MAP-AUD-FILE.
       COPY GlMapAud.

       WORKING-STORAGE SECTION.
       77  GMM-GL-MAP-STATUS          PIC X(02) VALUE '00'.
       77  GMM-TRN-CODE-STATUS        PIC X(02) VALUE '00'.
       77  GMM-AUD-STATUS             PIC X(02) VALUE '00'.
       77  GMM-ACTION                 PIC X(01) VALUE SPACE.
       77  GMM-SOURCE-CODE            PIC X(02) VALUE SPACES.
       77  GMM-TYPE-CODE              PIC X(02) VALUE SPACES.
       77  GMM-DEPOSIT-GL             PIC X(16) VALUE SPACES.
       77  GMM-CONTRA-GL              PIC X(16) VALUE SPACES.
       77  GMM-DESCRIPTION            PIC X(20) VALUE SPACES.
       77  GMM-MAINT-USER             PIC X(08) VALUE SPACES.
       77  GMM-APPROVED-BY            PIC X(08) VALUE SPACES.
       77  GMM-OLD-DEPOSIT-GL         PIC X(16) VALUE SPACES.
       77  GMM-NEW-DEPOSIT-GL         PIC X(16) VALUE SPACES.
       77  GMM-OLD-CONTRA-GL          PIC X(16) VALUE SPACES.
       77  GMM-NEW-CONTRA-GL          PIC X(16) VALUE SPACES.
       77  GMM-OLD-STATUS             PIC X(01) VALUE SPACE.
       77  GMM-NEW-STATUS             PIC X(01) VALUE SPACE.
       77  GMM-MAINT-COUNT            PIC 9(05) VALUE ZERO.
       77  GMM-EXIT-SW                PIC X(01) VALUE 'N'.
           88  GMM-EXIT-REQUESTED         VALUE 'Y'.
       77  GMM-ENTRY-STATUS-SW        PIC X(01) VALUE 'Y'.
           88  GMM-ENTRY-OK               VALUE 'Y'.
           88  GMM-ENTRY-REJECTED         VALUE 'N'.
       77  GMM-FOUND-SW               PIC X(01) VALUE 'N'.
           88  GMM-FOUND                  VALUE 'Y'.
       77  GMM-CODE-OK-SW             PIC X(01) VALUE 'N'.
           88  GMM-CODE-OK                VALUE 'Y'.
       77  GMM-RESULT-SW              PIC X(01) VALUE 'N'.
           88  GMM-RESULT-APPLIED         VALUE 'Y'.
           88  GMM-RESULT-REJECTED        VALUE 'N'.
       77  GMM-TIME-8                 PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL GMM-EXIT-REQUESTED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - OPEN THE MAPPING TABLE FOR MAINTENANCE,
      *    THE CODE TABLE FOR LOOKUP AND THE AUDIT LOG FOR APPEND.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O GL-MAP-FILE.
           OPEN INPUT TRN-CODE-TBL-FILE.
           OPEN EXTEND GL-MAP-AUD-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-MAINT-LOOP - ONE MAINTENANCE SCREEN PER ITERATION.
      *-----------------------------------------------------------------
       2000-MAINT-LOOP.
           MOVE SPACES TO GMM-OLD-DEPOSIT-GL.
           MOVE SPACES TO GMM-NEW-DEPOSIT-GL.
           MOVE SPACES TO GMM-OLD-CONTRA-GL.
           MOVE SPACES TO GMM-NEW-CONTRA-GL.
           MOVE SPACE TO GMM-OLD-STATUS.
           MOVE SPACE TO GMM-NEW-STATUS.
           SET GMM-RESULT-REJECTED TO TRUE.
           PERFORM 2100-DISPLAY-AND-ACCEPT THRU 2100-EXIT.
           IF NOT GMM-EXIT-REQUESTED
               PERFORM 2200-VALIDATE-ENTRY THRU 2200-EXIT
               IF GMM-ENTRY-OK
                   PERFORM 2300-APPLY-MAINTENANCE THRU 2300-EXIT
               END-IF
               PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-DISPLAY-AND-ACCEPT - PAINT THE MAINTENANCE SCREEN AND
      *    KEY IN ONE MAPPING MAINTENANCE REQUEST.
      *-----------------------------------------------------------------
       2100-DISPLAY-AND-ACCEPT.
           DISPLAY 'GL MAPPING TABLE MAINTENANCE' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (A=ADD, C=CHANGE, R=RETIRE, X=EXIT):'
               LINE 3 COLUMN 1.
           ACCEPT GMM-ACTION LINE 3 COLUMN 46.
           IF GMM-ACTION = 'X' OR GMM-ACTION = 'x'
               SET GMM-EXIT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'SOURCE CODE:' LINE 4 COLUMN 1.
           ACCEPT GMM-SOURCE-CODE LINE 4 COLUMN 14.
           DISPLAY 'TYPE CODE:' LINE 5 COLUMN 1.
           ACCEPT GMM-TYPE-CODE LINE 5 COLUMN 12.
           DISPLAY 'DEPOSIT GL ACCOUNT (BLANK KEEPS ON CHANGE):'
               LINE 6 COLUMN 1.
           ACCEPT GMM-DEPOSIT-GL LINE 6 COLUMN 45.
           DISPLAY 'CONTRA GL ACCOUNT (BLANK KEEPS ON CHANGE):'
               LINE 7 COLUMN 1.
           ACCEPT GMM-CONTRA-GL LINE 7 COLUMN 44.
           DISPLAY 'DESCRIPTION:' LINE 8 COLUMN 1.
           ACCEPT GMM-DESCRIPTION LINE 8 COLUMN 14.
           DISPLAY 'MAINTAINED BY (USER ID):' LINE 9 COLUMN 1.
           ACCEPT GMM-MAINT-USER LINE 9 COLUMN 27.
           DISPLAY 'APPROVED BY (BLANK CANCELS CHANGE):'
               LINE 10 COLUMN 1.
           ACCEPT GMM-APPROVED-BY LINE 10 COLUMN 37.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-VALIDATE-ENTRY - BASIC EDITS BEFORE THE MAPPING TABLE
      *    IS TOUCHED.  A BLANK APPROVED-BY REJECTS THE CHANGE RATHER
      *    THAN ERRORING - THAT IS THE APPROVAL STEP.
      *-----------------------------------------------------------------
       2200-VALIDATE-ENTRY.
           SET GMM-ENTRY-OK TO TRUE.
           IF GMM-ACTION NOT = 'A' AND GMM-ACTION NOT = 'C'
              AND GMM-ACTION NOT = 'R'
               DISPLAY 'INVALID ACTION - ENTRY REJECTED'
                   LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF GMM-SOURCE-CODE = SPACES OR GMM-TYPE-CODE = SPACES
               DISPLAY 'SOURCE AND TYPE CODE ARE BOTH REQUIRED - '
                   'ENTRY REJECTED' LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF GMM-ACTION = 'A'
              AND (GMM-DEPOSIT-GL = SPACES OR GMM-CONTRA-GL = SPACES)
               DISPLAY 'BOTH GL ACCOUNTS ARE REQUIRED ON ADD - '
                   'ENTRY REJECTED' LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF GMM-ACTION = 'C'
              AND GMM-DEPOSIT-GL = SPACES AND GMM-CONTRA-GL = SPACES
               DISPLAY 'NO GL ACCOUNT ENTERED - NOTHING TO CHANGE'
                   LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF GMM-APPROVED-BY = SPACES
               DISPLAY 'NO APPROVER ENTERED - CHANGE NOT APPLIED'
                   LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF GMM-APPROVED-BY = GMM-MAINT-USER
               DISPLAY 'APPROVER MUST DIFFER FROM MAINTAINER - '
                   'ENTRY REJECTED' LINE 12 COLUMN 1
               SET GMM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-APPLY-MAINTENANCE - LOOK THE MAPPING UP AND ROUTE TO
      *    THE ADD, CHANGE OR RETIRE LOGIC.
      *-----------------------------------------------------------------
       2300-APPLY-MAINTENANCE.
           MOVE GMM-SOURCE-CODE TO GM-SOURCE-CODE.
           MOVE GMM-TYPE-CODE TO GM-TYPE-CODE.
           MOVE 'N' TO GMM-FOUND-SW.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO GMM-FOUND-SW
                   MOVE GM-STATUS TO GMM-OLD-STATUS
                   MOVE GM-DEPOSIT-GL-ACCOUNT TO GMM-OLD-DEPOSIT-GL
                   MOVE GM-CONTRA-GL-ACCOUNT TO GMM-OLD-CONTRA-GL
           END-READ.
           IF GMM-ACTION = 'A'
               PERFORM 2310-ADD-MAPPING THRU 2310-EXIT
           ELSE
               IF GMM-ACTION = 'C'
                   PERFORM 2320-CHANGE-MAPPING THRU 2320-EXIT
               ELSE
                   PERFORM 2330-RETIRE-MAPPING THRU 2330-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2310-ADD-MAPPING - A NEW MAPPING, OR THE RE-ACTIVATION OF A
      *    RETIRED ONE WITH FRESH GL ACCOUNTS.  BOTH CODES MUST BE
      *    ACTIVE ON TRNCODTBL - A MAPPING FOR A CODE NO POSTING CAN
      *    CARRY IS A TYPING MISTAKE.
      *-----------------------------------------------------------------
       2310-ADD-MAPPING.
           IF GMM-FOUND AND GM-ACTIVE
               DISPLAY 'MAPPING ALREADY ON FILE - ADD REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2310-EXIT
           END-IF.
           PERFORM 2350-CHECK-CODES-ACTIVE THRU 2350-EXIT.
           IF NOT GMM-CODE-OK
               GO TO 2310-EXIT
           END-IF.
           MOVE GMM-SOURCE-CODE TO GM-SOURCE-CODE.
           MOVE GMM-TYPE-CODE TO GM-TYPE-CODE.
           MOVE GMM-DEPOSIT-GL TO GM-DEPOSIT-GL-ACCOUNT.
           MOVE GMM-CONTRA-GL TO GM-CONTRA-GL-ACCOUNT.
           MOVE GMM-DESCRIPTION TO GM-DESCRIPTION.
           SET GM-ACTIVE TO TRUE.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           IF GMM-FOUND
               REWRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED' LINE 12 COLUMN 1
                       GO TO 2310-EXIT
               END-REWRITE
           ELSE
               WRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED' LINE 12 COLUMN 1
                       GO TO 2310-EXIT
               END-WRITE
           END-IF.
           SET GMM-RESULT-APPLIED TO TRUE.
           MOVE GM-STATUS TO GMM-NEW-STATUS.
           MOVE GM-DEPOSIT-GL-ACCOUNT TO GMM-NEW-DEPOSIT-GL.
           MOVE GM-CONTRA-GL-ACCOUNT TO GMM-NEW-CONTRA-GL.
           DISPLAY 'MAPPING ADDED' LINE 12 COLUMN 1.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2320-CHANGE-MAPPING - RE-POINT AN ACTIVE MAPPING AT A
      *    DIFFERENT DEPOSIT AND/OR CONTRA GL ACCOUNT.  A BLANK FIELD
      *    KEEPS THE ACCOUNT ALREADY ON FILE.
      *-----------------------------------------------------------------
       2320-CHANGE-MAPPING.
           IF NOT GMM-FOUND
               DISPLAY 'MAPPING NOT ON FILE - CHANGE REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           IF NOT GM-ACTIVE
               DISPLAY 'MAPPING IS RETIRED - CHANGE REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           IF GMM-DEPOSIT-GL NOT = SPACES
               MOVE GMM-DEPOSIT-GL TO GM-DEPOSIT-GL-ACCOUNT
           END-IF.
           IF GMM-CONTRA-GL NOT = SPACES
               MOVE GMM-CONTRA-GL TO GM-CONTRA-GL-ACCOUNT
           END-IF.
           IF GMM-DESCRIPTION NOT = SPACES
               MOVE GMM-DESCRIPTION TO GM-DESCRIPTION
           END-IF.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           REWRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED' LINE 12 COLUMN 1
                   GO TO 2320-EXIT
           END-REWRITE.
           SET GMM-RESULT-APPLIED TO TRUE.
           MOVE GM-STATUS TO GMM-NEW-STATUS.
           MOVE GM-DEPOSIT-GL-ACCOUNT TO GMM-NEW-DEPOSIT-GL.
           MOVE GM-CONTRA-GL-ACCOUNT TO GMM-NEW-CONTRA-GL.
           DISPLAY 'MAPPING CHANGED' LINE 12 COLUMN 1.
       2320-EXIT.
           EXIT.

       2330-RETIRE-MAPPING.
           IF NOT GMM-FOUND
               DISPLAY 'MAPPING NOT ON FILE - RETIRE REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2330-EXIT
           END-IF.
           IF GM-RETIRED
               DISPLAY 'MAPPING ALREADY RETIRED - RETIRE REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2330-EXIT
           END-IF.
           SET GM-RETIRED TO TRUE.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           REWRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY 'RETIRE FAILED' LINE 12 COLUMN 1
                   GO TO 2330-EXIT
           END-REWRITE.
           SET GMM-RESULT-APPLIED TO TRUE.
           MOVE GM-STATUS TO GMM-NEW-STATUS.
           MOVE GM-DEPOSIT-GL-ACCOUNT TO GMM-NEW-DEPOSIT-GL.
           MOVE GM-CONTRA-GL-ACCOUNT TO GMM-NEW-CONTRA-GL.
           DISPLAY 'MAPPING RETIRED' LINE 12 COLUMN 1.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2350-CHECK-CODES-ACTIVE - THE SOURCE CODE AND THE TYPE CODE
      *    MUST EACH BE ON TRNCODTBL AND ACTIVE.
      *-----------------------------------------------------------------
       2350-CHECK-CODES-ACTIVE.
           MOVE 'N' TO GMM-CODE-OK-SW.
           MOVE 'S' TO TC-CODE-TYPE.
           MOVE GMM-SOURCE-CODE TO TC-CODE.
           READ TRN-CODE-TBL-FILE
               INVALID KEY
                   DISPLAY 'SOURCE CODE NOT ON TRNCODTBL - ADD '
                       'REJECTED' LINE 12 COLUMN 1
                   GO TO 2350-EXIT
           END-READ.
           IF NOT TC-ACTIVE
               DISPLAY 'SOURCE CODE IS RETIRED - ADD REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2350-EXIT
           END-IF.
           MOVE 'T' TO TC-CODE-TYPE.
           MOVE GMM-TYPE-CODE TO TC-CODE.
           READ TRN-CODE-TBL-FILE
               INVALID KEY
                   DISPLAY 'TYPE CODE NOT ON TRNCODTBL - ADD '
                       'REJECTED' LINE 12 COLUMN 1
                   GO TO 2350-EXIT
           END-READ.
           IF NOT TC-ACTIVE
               DISPLAY 'TYPE CODE IS RETIRED - ADD REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2350-EXIT
           END-IF.
           SET GMM-CODE-OK TO TRUE.
       2350-EXIT.
           EXIT.

       2360-STAMP-MAINTENANCE.
           ACCEPT GM-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE GMM-TIME-8(1:6) TO GM-LAST-MAINT-TIME.
           MOVE GMM-MAINT-USER TO GM-LAST-MAINT-USER.
           MOVE GMM-APPROVED-BY TO GM-APPROVED-BY.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-WRITE-AUDIT-RECORD - LOG THIS MAINTENANCE ATTEMPT,
      *    WHETHER IT WAS APPLIED OR REJECTED.
      *-----------------------------------------------------------------
       2400-WRITE-AUDIT-RECORD.
           ACCEPT GA-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE GMM-TIME-8(1:6) TO GA-MAINT-TIME.
           MOVE GMM-MAINT-USER TO GA-MAINT-USER.
           IF GMM-ACTION = 'A'
               MOVE 'ADD' TO GA-ACTION
           ELSE
               IF GMM-ACTION = 'C'
                   MOVE 'CHANGE' TO GA-ACTION
               ELSE
                   IF GMM-ACTION = 'R'
                       MOVE 'RETIRE' TO GA-ACTION
                   ELSE
                       MOVE 'INVALD' TO GA-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE GMM-SOURCE-CODE TO GA-SOURCE-CODE.
           MOVE GMM-TYPE-CODE TO GA-TYPE-CODE.
           MOVE GMM-OLD-DEPOSIT-GL TO GA-OLD-DEPOSIT-GL.
           MOVE GMM-NEW-DEPOSIT-GL TO GA-NEW-DEPOSIT-GL.
           MOVE GMM-OLD-CONTRA-GL TO GA-OLD-CONTRA-GL.
           MOVE GMM-NEW-CONTRA-GL TO GA-NEW-CONTRA-GL.
           MOVE GMM-OLD-STATUS TO GA-OLD-STATUS.
           MOVE GMM-NEW-STATUS TO GA-NEW-STATUS.
           MOVE GMM-APPROVED-BY TO GA-APPROVED-BY.
           IF GMM-RESULT-APPLIED
               MOVE 'APPLIED' TO GA-RESULT
           ELSE
               MOVE 'REJECTED' TO GA-RESULT
           END-IF.
           WRITE GL-MAP-AUD-RECORD.
           ADD 1 TO GMM-MAINT-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2900-GET-CURRENT-TIME - ACCEPT FROM TIME RETURNS AN 8-DIGIT
      *    HHMMSSSS VALUE; CALLERS TAKE THE LEADING HHMMSS PORTION.
      *-----------------------------------------------------------------
       2900-GET-CURRENT-TIME.
           ACCEPT GMM-TIME-8 FROM TIME.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE GL-MAP-FILE.
           CLOSE TRN-CODE-TBL-FILE.
           CLOSE GL-MAP-AUD-FILE.
           DISPLAY 'GLMAPMAINT ACTIONS LOGGED: ' GMM-MAINT-COUNT
               LINE 14 COLUMN 1.
       9000-EXIT.
           EXIT.
