               ASSIGN TO DDACSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASTM-STATUS.
           SELECT ACCEPTED-FILE
               ASSIGN TO DDACCEPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACPT-STATUS.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO DDCLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHST-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DDDUPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PATIENT-FILE
          05 PATIENT-MRN PIC 9(10).
          05 PATIENT-DOS PIC 9(8).
          05 PATIENT-CHARGE PIC S9(7)V99 COMP-3.
      * BILLING PROVIDER AND SERVICE (PROCEDURE) CODE - TOGETHER THE
      * KEY CLAIM PRICING LOOKS UP IN THE FEE SCHEDULE.
          05 PATIENT-PROVIDER-ID PIC X(10).
          05 PATIENT-SERVICE-CODE PIC X(5).
          05 FILLER PIC X(5).
      * COVERAGE ELIGIBILITY KEYED BY PATIENT ID: A CLAIM IS
      * ACCEPTED ONLY WHEN THE SERVICE DATE FALLS INSIDE AN ACTIVE
      * COVERAGE SPAN AND THE CHARGE IS WITHIN THE PLAN LIMIT.
      * DEDUCTIBLE, CHECKED AGAINST THE PATIENT'S ACCUMULATOR.
          05 EL-BENEFIT-MAX PIC S9(9)V99 COMP-3.
          05 EL-DEDUCTIBLE PIC S9(7)V99 COMP-3.
      * MEMBER COST SHARE AFTER THE DEDUCTIBLE: COINSURANCE PERCENT
      * AND THE PLAN-YEAR OUT-OF-POCKET MAXIMUM IN WHOLE DOLLARS
      * (ZERO = NO MAXIMUM). CARRIED THROUGH TO CLAIM PRICING.
          05 EL-COINSURANCE-PCT PIC 9(2).
          05 EL-OOP-MAX PIC S9(5) COMP-3.
      * REJECTED CLAIMS CARRY THE FULL PATIENT RECORD PLUS A REASON
      * CODE SO REGISTRATION CAN FIX ELIGIBILITY PROBLEMS BEFORE
      * SUBMISSION.
             88 RJ-OVER-LIMIT VALUE 'LIM'.
             88 RJ-BENEFIT-MAX VALUE 'MAX'.
             88 RJ-FIELD-INVALID VALUE 'VAL'.
             88 RJ-DUPLICATE VALUE 'DUP'.
          05 FILLER PIC X(17).
      * PER-PATIENT BENEFIT ACCUMULATORS, KEYED BY PATIENT AND PLAN
      * YEAR AND CARRIED ACROSS DAILY RUNS. KEYING BY PLAN YEAR
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 ACCUM-STMT-LINE PIC X(132).
      * ACCEPTED CLAIMS FOR CLAIM PRICING (HLTP408): THE FULL PATIENT
      * RECORD PLUS THE PLAN YEAR AND THE MEMBER'S COST-SHARE TERMS
      * FROM THE ELIGIBILITY RECORD IT WAS ACCEPTED AGAINST.
       FD ACCEPTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01 ACCEPTED-RECORD.
          05 AP-PATIENT-IMAGE PIC X(200).
          05 AP-PLAN-YEAR PIC 9(4).
          05 AP-DEDUCTIBLE PIC S9(7)V99 COMP-3.
          05 AP-COINSURANCE-PCT PIC 9(2).
          05 AP-OOP-MAX PIC S9(5) COMP-3.
          05 FILLER PIC X(6).
      * HISTORY OF ACCEPTED CLAIMS, CARRIED ACROSS RUNS. THE KEY LEADS
      * WITH PATIENT, MRN AND DATE OF SERVICE SO THAT ALL CLAIMS FOR
      * ONE VISIT ARE ADJACENT; THE CHARGE COMPLETES THE KEY, SO AN
      * EXACT RESUBMISSION IS A DIRECT KEY HIT. AGED OFF BY PLAN YEAR
      * IN THE 'PURGE' RUN.
       FD CLAIM-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01 CLAIM-HISTORY-RECORD.
          05 CH-KEY.
             10 CH-VISIT-KEY.
                15 CH-PATIENT-ID PIC X(12).
                15 CH-MRN PIC 9(10).
                15 CH-DOS PIC 9(8).
             10 CH-CHARGE PIC S9(7)V99 COMP-3.
             10 CH-CHARGE-X REDEFINES CH-CHARGE PIC X(5).
          05 CH-CLAIM-KEY PIC X(10).
          05 CH-PROVIDER-ID PIC X(10).
          05 CH-SERVICE-CODE PIC X(5).
          05 CH-PLAN-YEAR PIC 9(4).
          05 CH-ACCEPT-DATE PIC 9(8).
          05 FILLER PIC X(8).
      * SUSPECT DUPLICATES - SAME PATIENT AND DATE OF SERVICE AS A
      * CLAIM ALREADY ACCEPTED BUT A DIFFERENT CHARGE. HELD FOR CLAIMS
      * REVIEW WITH THE CLAIM THEY MATCHED INSTEAD OF AUTO-ACCEPTED.
       FD REVIEW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01 REVIEW-RECORD.
          05 RV-PATIENT-IMAGE PIC X(200).
          05 RV-REASON-CODE PIC X(3).
             88 RV-SUSPECT-DUPLICATE VALUE 'SDP'.
          05 RV-MATCH-CLAIM-KEY PIC X(10).
          05 RV-MATCH-CHARGE PIC S9(7)V99 COMP-3.
          05 FILLER PIC X(2).
      *
       WORKING-STORAGE SECTION.
      *--- PROGRAM CONSTANTS ---
           05 WS-REJE-STATUS     PIC XX VALUE SPACES.
           05 WS-ACCU-STATUS     PIC XX VALUE SPACES.
           05 WS-ASTM-STATUS     PIC XX VALUE SPACES.
           05 WS-ACPT-STATUS     PIC XX VALUE SPACES.
           05 WS-CHST-STATUS     PIC XX VALUE SPACES.
           05 WS-REVW-STATUS     PIC XX VALUE SPACES.
      *
      *--- WORKING VARIABLES ---
       01 WS-WORK-AREAS.
           05 WS-PLAN-YEAR       PIC 9(4) VALUE 0.
           05 WS-ACCUM-NEW-FLAG  PIC 9 VALUE 0.
              88 WS-ACCUM-NEW    VALUE 1.
           05 WS-ACCUMS-UPDATED  PIC 9(9) VALUE 0.
           05 WS-MAX-REJECTS     PIC 9(9) VALUE 0.
           05 WS-STMTS-WRITTEN   PIC 9(7) VALUE 0.
      *
      *--- DUPLICATE CLAIM WORK AREAS ---
       01 WS-DUP-WORK.
           05 WS-DUP-VISIT-KEY.
              10 WS-DUP-PATIENT-ID  PIC X(12).
              10 WS-DUP-MRN         PIC 9(10).
              10 WS-DUP-DOS         PIC 9(8).
           05 WS-SUSPECT-FLAG    PIC 9 VALUE 0.
              88 WS-SUSPECT-DUP  VALUE 1.
           05 WS-MATCH-CLAIM-KEY PIC X(10) VALUE SPACES.
           05 WS-MATCH-CHARGE    PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-DUP-REJECTS     PIC 9(9) VALUE 0.
           05 WS-SUSPECTS-HELD   PIC 9(9) VALUE 0.
           05 WS-HIST-ADDED      PIC 9(9) VALUE 0.
       01 WS-PURGE-WORK.
           05 WS-PURGE-YEAR-X    PIC X(4) VALUE SPACES.
           05 WS-PURGE-YEAR REDEFINES WS-PURGE-YEAR-X PIC 9(4).
           05 WS-HIST-EOF-FLAG   PIC X(1) VALUE 'N'.
              88 WS-HIST-EOF     VALUE 'Y'.
           05 WS-HIST-PURGED     PIC 9(9) VALUE 0.
           05 WS-HIST-KEPT       PIC 9(9) VALUE 0.
       01 WS-COMMAND-LINE       PIC X(20) VALUE SPACES.
       01 WS-RUN-MODE           PIC X(5) VALUE SPACES.
           88 WS-MODE-STMT      VALUE 'STMT'.
           88 WS-MODE-PURGE     VALUE 'PURGE'.
       01 WS-ACCUM-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-ACCUM-EOF      VALUE 'Y'.
       01 WS-ACCUM-STMT-DETAIL.
       0000-MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-PURGE-YEAR-X
           EVALUATE TRUE
           WHEN WS-MODE-STMT
               PERFORM 7000-ACCUM-STATEMENT-EXTRACT
           WHEN WS-MODE-PURGE
               PERFORM 7500-PURGE-CLAIM-HISTORY
           WHEN OTHER
               PERFORM 1000-INITIALIZATION
               PERFORM 2000-PROCESS-MAIN UNTIL END-OF-FILE
               PERFORM 9000-TERMINATION
           END-EVALUATE
           STOP RUN.
      *
      *===============================================================
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCEPTED-FILE: ' WS-ACPT-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN I-O CLAIM-HISTORY-FILE
           IF WS-CHST-STATUS = '35'
               OPEN OUTPUT CLAIM-HISTORY-FILE
               CLOSE CLAIM-HISTORY-FILE
               OPEN I-O CLAIM-HISTORY-FILE
           END-IF
           IF WS-CHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM-HISTORY-FILE: '
                   WS-CHST-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT REVIEW-FILE
           IF WS-REVW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVIEW-FILE: ' WS-REVW-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
      *
       1300-READ-FIRST-RECORD.
           PERFORM 2100-READ-RECORD.
       2200-PROCESS-RECORD.
           PERFORM 3000-VALIDATE-FIELDS
           IF NO-ERROR
               IF WS-SUSPECT-DUP
                   PERFORM 3300-WRITE-REVIEW-RECORD
               ELSE
                   PERFORM 3100-WRITE-VALID-RECORD
               END-IF
           ELSE
               PERFORM 3200-WRITE-ERROR-RECORD
           END-IF.
       3000-VALIDATE-FIELDS.
           SET NO-ERROR TO TRUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE 0 TO WS-SUSPECT-FLAG
           MOVE PATIENT-CHARGE TO WS-AMOUNT
           MOVE PATIENT-DOS TO WS-DATE
           PERFORM 3010-VALIDATE-NUMERIC-FIELDS
           IF ERROR-OCCURRED
               MOVE 'VAL' TO WS-REASON-CODE
           ELSE
               PERFORM 3035-CHECK-DUPLICATE
               IF NO-ERROR
                   PERFORM 3040-VALIDATE-ELIGIBILITY
               END-IF
           END-IF.
      *
      * DUPLICATE CHECK AGAINST THE CLAIM HISTORY. AN EXACT MATCH ON
      * PATIENT, MRN, DATE OF SERVICE AND CHARGE IS A RESUBMISSION
      * AND IS REJECTED 'DUP'. ANY OTHER CLAIM ON FILE FOR THE SAME
      * VISIT MARKS THIS ONE A SUSPECT DUPLICATE FOR REVIEW. CLAIMS
      * ACCEPTED EARLIER IN THIS RUN ARE ALREADY ON THE HISTORY, SO A
      * BATCH RECEIVED TWICE IS CAUGHT THE SAME WAY.
       3035-CHECK-DUPLICATE.
           MOVE PATIENT-PATIENT-ID TO WS-DUP-PATIENT-ID
           MOVE PATIENT-MRN TO WS-DUP-MRN
           MOVE PATIENT-DOS TO WS-DUP-DOS
           MOVE WS-DUP-VISIT-KEY TO CH-VISIT-KEY
           MOVE PATIENT-CHARGE TO CH-CHARGE
           READ CLAIM-HISTORY-FILE
               INVALID KEY
                   PERFORM 3036-CHECK-SUSPECT
               NOT INVALID KEY
                   SET ERROR-OCCURRED TO TRUE
                   ADD 1 TO WS-ERROR-COUNT
                   ADD 1 TO WS-DUP-REJECTS
                   MOVE 'DUP' TO WS-REASON-CODE
           END-READ.
      *
       3036-CHECK-SUSPECT.
           MOVE WS-DUP-VISIT-KEY TO CH-VISIT-KEY
           MOVE LOW-VALUES TO CH-CHARGE-X
           START CLAIM-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CLAIM-HISTORY-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CH-VISIT-KEY = WS-DUP-VISIT-KEY
                               SET WS-SUSPECT-DUP TO TRUE
                               MOVE CH-CLAIM-KEY TO WS-MATCH-CLAIM-KEY
                               MOVE CH-CHARGE TO WS-MATCH-CHARGE
                           END-IF
                   END-READ
           END-START.
      *
      * CROSS-CHECK THE CLAIM AGAINST THE COVERAGE SPAN AND CHARGE
      * LIMIT ON THE ELIGIBILITY FILE.
       3040-VALIDATE-ELIGIBILITY.
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
      *
      * AN ACCEPTED CLAIM ROLLS ITS CHARGE INTO THE PATIENT'S
      * PLAN-YEAR ACCUMULATOR FOR THE BENEFIT-MAXIMUM CHECK, AND IS
      * PASSED TO CLAIM PRICING. THE DEDUCTIBLE AND OUT-OF-POCKET
      * POSITIONS ARE MOVED BY CLAIM PRICING, ON THE ALLOWED AMOUNT
      * RATHER THAN THE BILLED CHARGE.
       3100-WRITE-VALID-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD PATIENT-CHARGE TO AC-CHARGES-APPLIED
           IF WS-ACCUM-NEW
               WRITE ACCUM-RECORD
                   INVALID KEY
           ELSE
               REWRITE ACCUM-RECORD
           END-IF
           ADD 1 TO WS-ACCUMS-UPDATED
           MOVE PATIENT-RECORD TO AP-PATIENT-IMAGE
           MOVE WS-PLAN-YEAR TO AP-PLAN-YEAR
           MOVE EL-DEDUCTIBLE TO AP-DEDUCTIBLE
           MOVE 0 TO AP-COINSURANCE-PCT
           IF EL-COINSURANCE-PCT NUMERIC
               MOVE EL-COINSURANCE-PCT TO AP-COINSURANCE-PCT
           END-IF
           MOVE 0 TO AP-OOP-MAX
           IF EL-OOP-MAX NUMERIC
               MOVE EL-OOP-MAX TO AP-OOP-MAX
           END-IF
           WRITE ACCEPTED-RECORD
           PERFORM 3150-WRITE-CLAIM-HISTORY.
      *
       3150-WRITE-CLAIM-HISTORY.
           MOVE WS-DUP-VISIT-KEY TO CH-VISIT-KEY
           MOVE PATIENT-CHARGE TO CH-CHARGE
           MOVE PATIENT-KEY TO CH-CLAIM-KEY
           MOVE PATIENT-PROVIDER-ID TO CH-PROVIDER-ID
           MOVE PATIENT-SERVICE-CODE TO CH-SERVICE-CODE
           MOVE WS-PLAN-YEAR TO CH-PLAN-YEAR
           MOVE WS-CURRENT-DATE TO CH-ACCEPT-DATE
           WRITE CLAIM-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'CLAIM HISTORY WRITE FAILED: ' CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ADDED
           END-WRITE.
      *
       3200-WRITE-ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           WRITE REJECT-RECORD.
      *
      * A SUSPECT DUPLICATE IS NEITHER ACCEPTED NOR REJECTED - IT DOES
      * NOT TOUCH THE ACCUMULATOR OR THE HISTORY UNTIL CLAIMS REVIEW
      * RELEASES IT FOR RESUBMISSION.
       3300-WRITE-REVIEW-RECORD.
           ADD 1 TO WS-SUSPECTS-HELD
           MOVE SPACES TO REVIEW-RECORD
           MOVE PATIENT-RECORD TO RV-PATIENT-IMAGE
           SET RV-SUSPECT-DUPLICATE TO TRUE
           MOVE WS-MATCH-CLAIM-KEY TO RV-MATCH-CLAIM-KEY
           MOVE WS-MATCH-CHARGE TO RV-MATCH-CHARGE
           WRITE REVIEW-RECORD.
      *
      *===============================================================
      * TERMINATION
      *===============================================================
           CLOSE ELIGIBILITY-FILE.
           CLOSE REJECT-FILE.
           CLOSE ACCUM-FILE.
           CLOSE ACCEPTED-FILE.
           CLOSE CLAIM-HISTORY-FILE.
           CLOSE REVIEW-FILE.
      *
      * PERIOD-END ACCUMULATOR STATEMENT EXTRACT (RUN MODE 'STMT'):
      * ONE LINE PER PATIENT PLAN-YEAR POSITION, FOR THE MEMBER
           CLOSE ACCUM-STMT-FILE
           DISPLAY 'ACCUMULATOR STATEMENTS WRITTEN: '
               WS-STMTS-WRITTEN.
      *
      * CLAIM HISTORY PURGE (RUN MODE 'PURGE YYYY'): DELETES HISTORY
      * FOR PLAN YEARS BEFORE YYYY. WITHOUT A YEAR THE CURRENT AND
      * PRIOR PLAN YEARS ARE KEPT, COVERING THE TIMELY-FILING WINDOW
      * FOR LATE RESUBMISSIONS.
       7500-PURGE-CLAIM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           IF WS-PURGE-YEAR-X NOT NUMERIC
               COMPUTE WS-PURGE-YEAR = WS-YEAR - 1
           END-IF
           OPEN I-O CLAIM-HISTORY-FILE
           IF WS-CHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM-HISTORY-FILE: '
                   WS-CHST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ CLAIM-HISTORY-FILE NEXT
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF CH-PLAN-YEAR < WS-PURGE-YEAR
                           DELETE CLAIM-HISTORY-FILE
                           ADD 1 TO WS-HIST-PURGED
                       ELSE
                           ADD 1 TO WS-HIST-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-HISTORY-FILE
           DISPLAY 'CLAIM HISTORY PURGED BEFORE PLAN YEAR: '
               WS-PURGE-YEAR
           DISPLAY 'CLAIM HISTORY RECORDS PURGED: ' WS-HIST-PURGED
           DISPLAY 'CLAIM HISTORY RECORDS KEPT:   ' WS-HIST-KEPT.
      *
       9200-DISPLAY-STATISTICS.
           DISPLAY '========================================='
           DISPLAY 'ERRORS:          ' WS-ERROR-COUNT
           DISPLAY 'ACCUMS UPDATED:  ' WS-ACCUMS-UPDATED
           DISPLAY 'BENEFIT-MAX REJ: ' WS-MAX-REJECTS
           DISPLAY 'DUPLICATE REJ:   ' WS-DUP-REJECTS
           DISPLAY 'SUSPECTS HELD:   ' WS-SUSPECTS-HELD
           DISPLAY 'HISTORY ADDED:   ' WS-HIST-ADDED
           DISPLAY '========================================='.
      *
       9999-ABORT-PROGRAM.
