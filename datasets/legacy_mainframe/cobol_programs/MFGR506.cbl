       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFGR506.
       AUTHOR. S. BROWN.
       INSTALLATION. QBITEL-BRIDGE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. CONFIDENTIAL.
      *
      * Reconstruction program for manufacturing retention
      * Domain: MANUFACTURING
      * Generated for QBITEL Bridge Training Dataset
      *
      * REBUILDS THE MFGX505 MASTER AS IT STOOD AT THE CLOSE OF A
      * TARGET DATE, WITHOUT HUNTING FOR THE OLD GENERATION TAPE.
      * THE RUN STARTS FROM THE NEAREST RETAINED MASTER GENERATION
      * AND THE AUDIT TRAIL MFGX505 WROTE FOR EVERY ADD, CHANGE AND
      * DELETE. IF THE GENERATION IS OLDER THAN THE TARGET DATE THE
      * AFTER-IMAGES OF THE LATER CHANGES ARE ROLLED FORWARD ONTO
      * IT; IF IT IS NEWER, THE BEFORE-IMAGES OF THE CHANGES MADE
      * SINCE THE TARGET DATE ARE BACKED OUT OF IT. THE AUDIT TRAIL
      * IS SORTED BY KEY, DATE, TIME AND ORIGINAL SEQUENCE AND
      * MERGE-MATCHED AGAINST THE GENERATION, WHICH IS IN MASTER-KEY
      * SEQUENCE. THE RECONSTRUCTED MASTER IS WRITTEN IN THE MASTER
      * LAYOUT, AND THE CHANGE HISTORY REPORT LISTS FOR EVERY KEY
      * THAT CHANGED EACH ACTION, ITS DATE AND TIME, WHETHER IT WAS
      * ALREADY IN THE GENERATION, ROLLED FORWARD OR BACKED OUT, THE
      * FIELDS IT CHANGED, AND MASTER-AMOUNT BEFORE AND AFTER. EACH
      * BEFORE-IMAGE IS PROVED AGAINST THE PRIOR AFTER-IMAGE FOR THE
      * KEY, AND THE GENERATION AGAINST THE AUDIT TRAIL, SO A GAP IN
      * THE TRAIL IS REPORTED RATHER THAN SILENTLY REBUILT.
      *
      * COMMAND LINE: TARGET DATE YYYYMMDD, GENERATION DATE
      * YYYYMMDD (THE RUN DATE OF THE MFGX505 RUN THAT WROTE THE
      * GENERATION ON DDMASTER), THEN AN OPTIONAL LOW KEY AND HIGH
      * KEY. A LOW KEY ALONE SELECTS THAT KEY ONWARD. DDAUDITF IS
      * THE AUDIT TRAIL GENERATIONS CONCATENATED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO DDMASTER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO DDAUDITF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDI-STATUS.
           SELECT SORT-AUDIT-FILE
               ASSIGN TO SRTAUDT.
           SELECT RECON-MASTER-FILE
               ASSIGN TO DDRECMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECM-STATUS.
           SELECT HISTORY-REPORT-FILE
               ASSIGN TO DDCHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * RETAINED MASTER GENERATION, IN MASTER-KEY SEQUENCE.
       FD MASTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01 MASTER-RECORD.
          05 MASTER-KEY PIC X(10).
          05 MASTER-ID PIC 9(10).
          05 MASTER-DATA PIC X(50).
          05 MASTER-AMOUNT PIC S9(9)V99 COMP-3.
          05 FILLER PIC X(4).
      * MFGX505 BEFORE/AFTER AUDIT TRAIL. AN ADD HAS A BLANK
      * BEFORE-IMAGE AND A DELETE A BLANK AFTER-IMAGE.
       FD AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01 AUDIT-RECORD.
          05 AU-ACTION PIC X(1).
             88 AU-ADD VALUE 'A'.
             88 AU-CHANGE VALUE 'C'.
             88 AU-DELETE VALUE 'D'.
          05 AU-MASTER-KEY PIC X(10).
          05 AU-DATE PIC 9(8).
          05 AU-TIME PIC 9(6).
          05 AU-BEFORE-IMAGE PIC X(80).
          05 AU-AFTER-IMAGE PIC X(80).
          05 FILLER PIC X(15).
      * SELECTED AUDIT RECORDS IN KEY AND CHRONOLOGICAL ORDER. THE
      * SEQUENCE NUMBER KEEPS SEVERAL CHANGES TO ONE KEY IN ONE RUN
      * (SAME DATE AND TIME) IN THE ORDER THEY WERE APPLIED.
       SD SORT-AUDIT-FILE.
       01 SORT-AUDIT-RECORD.
          05 SA-MASTER-KEY PIC X(10).
          05 SA-DATE PIC 9(8).
          05 SA-TIME PIC 9(6).
          05 SA-SEQUENCE PIC 9(9).
          05 SA-ACTION PIC X(1).
             88 SA-ADD VALUE 'A'.
             88 SA-CHANGE VALUE 'C'.
             88 SA-DELETE VALUE 'D'.
          05 SA-BEFORE-IMAGE PIC X(80).
          05 SA-AFTER-IMAGE PIC X(80).
      * MASTER AS OF THE TARGET DATE, SAME LAYOUT AS THE MASTER.
       FD RECON-MASTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01 RECON-MASTER-RECORD PIC X(80).
       FD HISTORY-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 HISTORY-REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *--- PROGRAM CONSTANTS ---
       01 WS-CONSTANTS.
           05 WS-PROGRAM-NAME      PIC X(8) VALUE 'MFGR506'.
           05 WS-PROGRAM-VERSION   PIC X(6) VALUE '01.00'.
      *
      *--- FILE STATUS VARIABLES ---
       01 WS-FILE-STATUS-VARS.
           05 WS-MAST-STATUS     PIC XX VALUE SPACES.
           05 WS-AUDI-STATUS     PIC XX VALUE SPACES.
           05 WS-RECM-STATUS     PIC XX VALUE SPACES.
           05 WS-HRPT-STATUS     PIC XX VALUE SPACES.
      *
      *--- RUN PARAMETERS ---
       01 WS-COMMAND-LINE       PIC X(60) VALUE SPACES.
       01 WS-TARGET-DATE-TEXT   PIC X(8) VALUE SPACES.
       01 WS-GEN-DATE-TEXT      PIC X(8) VALUE SPACES.
       01 WS-TARGET-DATE        PIC 9(8) VALUE 0.
       01 WS-GEN-DATE           PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
       01 WS-LOW-KEY            PIC X(10) VALUE SPACES.
       01 WS-HIGH-KEY           PIC X(10) VALUE SPACES.
       01 WS-DIRECTION-FLAG     PIC X(1) VALUE 'F'.
           88 WS-ROLL-FORWARD   VALUE 'F'.
           88 WS-BACK-OUT       VALUE 'B'.
       01 WS-MAST-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-MAST-EOF       VALUE 'Y'.
       01 WS-AUDI-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-AUDI-EOF       VALUE 'Y'.
       01 WS-SORT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01 WS-AUDIT-SEQ          PIC 9(9) VALUE 0.
      *
      *--- CURRENT KEY ---
      * THE BASE IS THE GENERATION RECORD, THE STATE IS THE RECORD
      * BEING REBUILT. ONLY THE FIRST 76 BYTES (KEY, ID, DATA AND
      * AMOUNT) ARE COMPARED - THE TAIL OF AN IMAGE MAY CARRY THE
      * PRICED EXTENSION FROM THE RUN THAT WROTE IT.
       01 WS-KEY-WORK.
           05 WS-CURR-KEY        PIC X(10) VALUE SPACES.
           05 WS-BASE-FLAG       PIC X(1) VALUE 'N'.
              88 WS-BASE-ON-FILE VALUE 'Y'.
              88 WS-BASE-NOT-ON-FILE VALUE 'N'.
           05 WS-STATE-FLAG      PIC X(1) VALUE 'N'.
              88 WS-STATE-ON-FILE VALUE 'Y'.
              88 WS-STATE-NOT-ON-FILE VALUE 'N'.
           05 WS-PREV-FLAG       PIC X(1) VALUE 'N'.
              88 WS-PREV-AUDIT   VALUE 'Y'.
           05 WS-BACKOUT-FLAG    PIC X(1) VALUE 'N'.
              88 WS-BACKOUT-STARTED VALUE 'Y'.
           05 WS-BASE-AUDIT-FLAG PIC X(1) VALUE 'N'.
              88 WS-BASE-AUDIT-SEEN VALUE 'Y'.
           05 WS-CHAIN-FLAG      PIC X(1) VALUE 'N'.
              88 WS-CHAIN-BREAK  VALUE 'Y'.
           05 WS-DISPOSITION     PIC X(10) VALUE SPACES.
              88 WS-DISP-IN-BASE VALUE 'IN BASE'.
              88 WS-DISP-REPLAYED VALUE 'REPLAYED'.
              88 WS-DISP-BACKED-OUT VALUE 'BACKED OUT'.
           05 WS-FIELD-PTR       PIC 9(3) VALUE 0.
       01 WS-BASE-IMAGE         PIC X(80) VALUE SPACES.
       01 WS-PREV-AFTER         PIC X(80) VALUE SPACES.
       01 WS-LAST-BASE-AFTER    PIC X(80) VALUE SPACES.
       01 WS-STATE-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-STATE-FIELDS REDEFINES WS-STATE-IMAGE.
           05 WS-ST-KEY          PIC X(10).
           05 WS-ST-ID           PIC 9(10).
           05 WS-ST-DATA         PIC X(50).
           05 WS-ST-AMOUNT       PIC S9(9)V99 COMP-3.
           05 FILLER             PIC X(4).
       01 WS-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
       01 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
           05 WS-BF-KEY          PIC X(10).
           05 WS-BF-ID           PIC 9(10).
           05 WS-BF-DATA         PIC X(50).
           05 WS-BF-AMOUNT       PIC S9(9)V99 COMP-3.
           05 FILLER             PIC X(4).
       01 WS-AFTER-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
           05 WS-AF-KEY          PIC X(10).
           05 WS-AF-ID           PIC 9(10).
           05 WS-AF-DATA         PIC X(50).
           05 WS-AF-AMOUNT       PIC S9(9)V99 COMP-3.
           05 FILLER             PIC X(4).
       01 WS-TIME-WORK          PIC 9(6) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TP-HOUR         PIC X(2).
           05 WS-TP-MINUTE       PIC X(2).
           05 WS-TP-SECOND       PIC X(2).
      *
      *--- CONTROL TOTALS ---
       01 WS-CONTROL-TOTALS.
           05 WS-AUDIT-READ      PIC 9(9) VALUE 0.
           05 WS-AUDIT-OUT-RANGE PIC 9(9) VALUE 0.
           05 WS-AUDIT-LATER     PIC 9(9) VALUE 0.
           05 WS-AUDIT-INVALID   PIC 9(9) VALUE 0.
           05 WS-AUDIT-SELECTED  PIC 9(9) VALUE 0.
           05 WS-AUDIT-IN-BASE   PIC 9(9) VALUE 0.
           05 WS-AUDIT-REPLAYED  PIC 9(9) VALUE 0.
           05 WS-AUDIT-BACKED-OUT PIC 9(9) VALUE 0.
           05 WS-MAST-READ       PIC 9(9) VALUE 0.
           05 WS-MAST-IN-RANGE   PIC 9(9) VALUE 0.
           05 WS-KEYS-CHANGED    PIC 9(9) VALUE 0.
           05 WS-KEYS-ADDED      PIC 9(9) VALUE 0.
           05 WS-KEYS-DROPPED    PIC 9(9) VALUE 0.
           05 WS-RECON-WRITTEN   PIC 9(9) VALUE 0.
           05 WS-CHAIN-BREAKS    PIC 9(9) VALUE 0.
           05 WS-BALANCE-FLAG    PIC 9 VALUE 0.
              88 WS-IN-BALANCE   VALUE 0.
              88 WS-OUT-OF-BALANCE VALUE 1.
      *
      *--- CHANGE HISTORY REPORT LINES ---
       01 WS-RPT-TITLE.
           05 FILLER             PIC X(38)
                       VALUE 'MASTER RECONSTRUCTION - CHANGE HISTORY'.
           05 FILLER             PIC X(14) VALUE '  AS OF DATE: '.
           05 WS-RT-AS-OF        PIC 9(8).
           05 FILLER             PIC X(72) VALUE SPACES.
       01 WS-RPT-PARMS.
           05 FILLER             PIC X(17) VALUE 'GENERATION DATE: '.
           05 WS-RP-GEN-DATE     PIC 9(8).
           05 FILLER             PIC X(10) VALUE '  METHOD: '.
           05 WS-RP-METHOD       PIC X(12).
           05 FILLER             PIC X(8) VALUE '  KEYS: '.
           05 WS-RP-LOW-KEY      PIC X(10).
           05 FILLER             PIC X(4) VALUE ' TO '.
           05 WS-RP-HIGH-KEY     PIC X(10).
           05 FILLER             PIC X(53) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE 'ACTION'.
           05 FILLER             PIC X(10) VALUE 'DATE'.
           05 FILLER             PIC X(10) VALUE 'TIME'.
           05 FILLER             PIC X(12) VALUE 'DISPOSITION'.
           05 FILLER             PIC X(16) VALUE 'FIELDS CHANGED'.
           05 FILLER             PIC X(15) VALUE ' AMOUNT BEFORE'.
           05 FILLER             PIC X(15) VALUE '  AMOUNT AFTER'.
           05 FILLER             PIC X(11) VALUE 'AUDIT CHAIN'.
           05 FILLER             PIC X(31) VALUE SPACES.
       01 WS-RPT-KEY-LINE.
           05 FILLER             PIC X(5) VALUE 'KEY: '.
           05 WS-RK-KEY          PIC X(10).
           05 FILLER             PIC X(14) VALUE '  GENERATION: '.
           05 WS-RK-STATUS       PIC X(11).
           05 FILLER             PIC X(10) VALUE '  AMOUNT: '.
           05 WS-RK-AMOUNT       PIC Z(8)9,99-.
           05 WS-RK-AMOUNT-X REDEFINES WS-RK-AMOUNT PIC X(13).
           05 FILLER             PIC X(69) VALUE SPACES.
       01 WS-RPT-CHANGE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-RL-ACTION       PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-TIME.
              10 WS-RL-HOUR      PIC X(2).
              10 FILLER          PIC X(1) VALUE ':'.
              10 WS-RL-MINUTE    PIC X(2).
              10 FILLER          PIC X(1) VALUE ':'.
              10 WS-RL-SECOND    PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-DISPOSITION  PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-FIELDS       PIC X(16).
           05 WS-RL-AMT-BEFORE   PIC Z(8)9,99-.
           05 WS-RL-AMT-BEFORE-X REDEFINES WS-RL-AMT-BEFORE
                                 PIC X(13).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-AMT-AFTER    PIC Z(8)9,99-.
           05 WS-RL-AMT-AFTER-X REDEFINES WS-RL-AMT-AFTER
                                 PIC X(13).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-CHAIN        PIC X(11).
           05 FILLER             PIC X(31) VALUE SPACES.
       01 WS-RPT-RESULT-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE 'AS OF '.
           05 WS-RR-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE ': '.
           05 WS-RR-STATUS       PIC X(11).
           05 FILLER             PIC X(10) VALUE '  AMOUNT: '.
           05 WS-RR-AMOUNT       PIC Z(8)9,99-.
           05 WS-RR-AMOUNT-X REDEFINES WS-RR-AMOUNT PIC X(13).
           05 FILLER             PIC X(78) VALUE SPACES.
       01 WS-RPT-MESSAGE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-RM-TEXT         PIC X(64).
           05 FILLER             PIC X(64) VALUE SPACES.
       01 WS-CTL-COUNT-LINE.
           05 WS-CC-LABEL        PIC X(40).
           05 WS-CC-COUNT        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER             PIC X(81) VALUE SPACES.
       01 WS-CTL-BALANCE-LINE.
           05 FILLER             PIC X(24)
                                 VALUE 'RECONSTRUCTION TIE-OUT: '.
           05 WS-CB-RESULT       PIC X(14).
           05 FILLER             PIC X(94) VALUE SPACES.
       01 WS-CTL-CHAIN-LINE.
           05 FILLER             PIC X(24) VALUE 'AUDIT CHAIN: '.
           05 WS-CN-RESULT       PIC X(14).
           05 FILLER             PIC X(94) VALUE SPACES.
      *
      *--- COUNTERS AND ACCUMULATORS ---
       01 WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-WRITTEN   PIC 9(9) COMP VALUE 0.
           05 WS-ERROR-COUNT       PIC 9(9) COMP VALUE 0.
      *
      *--- FLAGS AND SWITCHES ---
       01 WS-FLAGS.
           05 WS-ERROR-FLAG        PIC 9 VALUE 0.
              88 ERROR-OCCURRED    VALUE 1.
              88 NO-ERROR          VALUE 0.
      *
      *--- DATE AND TIME ---
       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
              10 WS-YEAR           PIC 9(4).
              10 WS-MONTH          PIC 9(2).
              10 WS-DAY            PIC 9(2).
           05 WS-CURRENT-TIME.
              10 WS-HOUR           PIC 9(2).
              10 WS-MINUTE         PIC 9(2).
              10 WS-SECOND         PIC 9(2).
       PROCEDURE DIVISION.
      *===============================================================
      * MAIN PROGRAM LOGIC
      *===============================================================
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           SORT SORT-AUDIT-FILE
               ON ASCENDING KEY SA-MASTER-KEY SA-DATE SA-TIME
                   SA-SEQUENCE
               INPUT PROCEDURE IS 2000-SELECT-AUDIT
               OUTPUT PROCEDURE IS 4000-RECONSTRUCT-MASTER
           PERFORM 9000-TERMINATION
           STOP RUN.
      *
      *===============================================================
      * INITIALIZATION
      *===============================================================
       1000-INITIALIZATION.
           PERFORM 1100-INIT-VARIABLES
           PERFORM 1200-OPEN-FILES
           PERFORM 1300-WRITE-HEADINGS.
      *
      * AUDIT RECORDS ARE NEEDED UP TO THE LATER OF THE TWO DATES:
      * ROLLING FORWARD, EVERYTHING THROUGH THE TARGET DATE; BACKING
      * OUT, EVERYTHING THROUGH THE GENERATION DATE.
       1100-INIT-VARIABLES.
           INITIALIZE WS-COUNTERS
           INITIALIZE WS-FLAGS
           INITIALIZE WS-CONTROL-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-TARGET-DATE-TEXT WS-GEN-DATE-TEXT
                    WS-LOW-KEY WS-HIGH-KEY
           IF WS-TARGET-DATE-TEXT NOT NUMERIC
               OR WS-GEN-DATE-TEXT NOT NUMERIC
               DISPLAY 'TARGET DATE AND GENERATION DATE (YYYYMMDD) '
                   'ARE REQUIRED - RUN HALTED'
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF
           MOVE WS-TARGET-DATE-TEXT TO WS-TARGET-DATE
           MOVE WS-GEN-DATE-TEXT TO WS-GEN-DATE
           IF WS-LOW-KEY = SPACES
               MOVE LOW-VALUES TO WS-LOW-KEY
           END-IF
           IF WS-HIGH-KEY = SPACES
               MOVE HIGH-VALUES TO WS-HIGH-KEY
           END-IF
           IF WS-GEN-DATE > WS-TARGET-DATE
               SET WS-BACK-OUT TO TRUE
               MOVE WS-GEN-DATE TO WS-CUTOFF-DATE
           ELSE
               SET WS-ROLL-FORWARD TO TRUE
               MOVE WS-TARGET-DATE TO WS-CUTOFF-DATE
           END-IF
           MOVE 0 TO WS-AUDIT-SEQ.
      *
       1200-OPEN-FILES.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-FILE: ' WS-MAST-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-FILE: ' WS-AUDI-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT RECON-MASTER-FILE
           IF WS-RECM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECON-MASTER-FILE: '
                   WS-RECM-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT HISTORY-REPORT-FILE
           IF WS-HRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY-REPORT-FILE: '
                   WS-HRPT-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
      *
       1300-WRITE-HEADINGS.
           MOVE WS-TARGET-DATE TO WS-RT-AS-OF
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-TITLE
           MOVE WS-GEN-DATE TO WS-RP-GEN-DATE
           IF WS-BACK-OUT
               MOVE 'BACK OUT' TO WS-RP-METHOD
           ELSE
               MOVE 'ROLL FORWARD' TO WS-RP-METHOD
           END-IF
           IF WS-LOW-KEY = LOW-VALUES
               MOVE 'FIRST' TO WS-RP-LOW-KEY
           ELSE
               MOVE WS-LOW-KEY TO WS-RP-LOW-KEY
           END-IF
           IF WS-HIGH-KEY = HIGH-VALUES
               MOVE 'LAST' TO WS-RP-HIGH-KEY
           ELSE
               MOVE WS-HIGH-KEY TO WS-RP-HIGH-KEY
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-PARMS
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-COLUMNS
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE.
      *
      *===============================================================
      * AUDIT SELECTION (SORT INPUT PROCEDURE)
      * ONLY KEYS IN THE REQUESTED RANGE, AND ONLY CHANGES DATED ON
      * OR BEFORE THE CUTOFF, GO TO THE SORT. EARLIER CHANGES STAY
      * IN SO THE REPORT TRACES EACH KEY BACK THROUGH ITS WHOLE
      * RETAINED TRAIL.
      *===============================================================
       2000-SELECT-AUDIT.
           PERFORM UNTIL WS-AUDI-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDI-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2100-SCREEN-AUDIT
               END-READ
           END-PERFORM.
      *
       2100-SCREEN-AUDIT.
           EVALUATE TRUE
               WHEN AU-MASTER-KEY < WS-LOW-KEY
                   OR AU-MASTER-KEY > WS-HIGH-KEY
                   ADD 1 TO WS-AUDIT-OUT-RANGE
               WHEN AU-DATE NOT NUMERIC
                   OR AU-TIME NOT NUMERIC
                   OR NOT (AU-ADD OR AU-CHANGE OR AU-DELETE)
                   ADD 1 TO WS-AUDIT-INVALID
                   ADD 1 TO WS-ERROR-COUNT
               WHEN AU-DATE > WS-CUTOFF-DATE
                   ADD 1 TO WS-AUDIT-LATER
               WHEN OTHER
                   PERFORM 2200-RELEASE-AUDIT
           END-EVALUATE.
      *
       2200-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE AU-MASTER-KEY TO SA-MASTER-KEY
           MOVE AU-DATE TO SA-DATE
           MOVE AU-TIME TO SA-TIME
           MOVE WS-AUDIT-SEQ TO SA-SEQUENCE
           MOVE AU-ACTION TO SA-ACTION
           MOVE AU-BEFORE-IMAGE TO SA-BEFORE-IMAGE
           MOVE AU-AFTER-IMAGE TO SA-AFTER-IMAGE
           RELEASE SORT-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-SELECTED.
      *
      *===============================================================
      * RECONSTRUCTION (SORT OUTPUT PROCEDURE)
      * BALANCED-LINE MERGE OF THE GENERATION AGAINST THE SORTED
      * AUDIT TRAIL. A GENERATION RECORD WITH NO CHANGES PASSES
      * THROUGH; A KEY WITH CHANGES IS REBUILT FROM THEM.
      *===============================================================
       4000-RECONSTRUCT-MASTER.
           PERFORM 4010-RETURN-AUDIT
           PERFORM 4020-READ-MASTER
           PERFORM UNTIL WS-MAST-EOF AND WS-SORT-EOF
               EVALUATE TRUE
                   WHEN WS-SORT-EOF
                       PERFORM 4100-PASS-MASTER-THROUGH
                   WHEN WS-MAST-EOF
                       PERFORM 4200-RECONSTRUCT-KEY
                   WHEN MASTER-KEY < SA-MASTER-KEY
                       PERFORM 4100-PASS-MASTER-THROUGH
                   WHEN OTHER
                       PERFORM 4200-RECONSTRUCT-KEY
               END-EVALUATE
           END-PERFORM.
      *
       4010-RETURN-AUDIT.
           RETURN SORT-AUDIT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
      *
      * GENERATION RECORDS BELOW THE LOW KEY ARE SKIPPED; THE FIRST
      * ONE ABOVE THE HIGH KEY ENDS THE GENERATION.
       4020-READ-MASTER.
           PERFORM WITH TEST AFTER
               UNTIL WS-MAST-EOF OR MASTER-KEY NOT < WS-LOW-KEY
               READ MASTER-FILE
                   AT END
                       SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAST-READ
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           END-PERFORM
           IF NOT WS-MAST-EOF
               IF MASTER-KEY > WS-HIGH-KEY
                   SET WS-MAST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-MAST-IN-RANGE
               END-IF
           END-IF.
      *
       4100-PASS-MASTER-THROUGH.
           MOVE MASTER-RECORD TO RECON-MASTER-RECORD
           PERFORM 4900-WRITE-RECON-MASTER
           PERFORM 4020-READ-MASTER.
      *
      * ONE KEY WITH CHANGES: START FROM THE GENERATION RECORD (OR
      * NOTHING, IF THE KEY IS NOT ON IT), APPLY OR BACK OUT EACH
      * CHANGE IN TURN, THEN WRITE WHATEVER STOOD ON THE TARGET DATE.
       4200-RECONSTRUCT-KEY.
           MOVE SA-MASTER-KEY TO WS-CURR-KEY
           MOVE 'N' TO WS-PREV-FLAG
           MOVE 'N' TO WS-BACKOUT-FLAG
           MOVE 'N' TO WS-BASE-AUDIT-FLAG
           IF NOT WS-MAST-EOF AND MASTER-KEY = WS-CURR-KEY
               SET WS-BASE-ON-FILE TO TRUE
               MOVE MASTER-RECORD TO WS-BASE-IMAGE
           ELSE
               SET WS-BASE-NOT-ON-FILE TO TRUE
               MOVE SPACES TO WS-BASE-IMAGE
           END-IF
           MOVE WS-BASE-IMAGE TO WS-STATE-IMAGE
           MOVE WS-BASE-FLAG TO WS-STATE-FLAG
           ADD 1 TO WS-KEYS-CHANGED
           PERFORM 4300-WRITE-KEY-HEADING
           PERFORM 4400-APPLY-AUDIT
               UNTIL WS-SORT-EOF OR SA-MASTER-KEY NOT = WS-CURR-KEY
           PERFORM 4500-CHECK-GENERATION
           IF WS-BASE-ON-FILE
               PERFORM 4020-READ-MASTER
           END-IF
           IF WS-STATE-ON-FILE
               MOVE WS-STATE-IMAGE TO RECON-MASTER-RECORD
               PERFORM 4900-WRITE-RECON-MASTER
           END-IF
           EVALUATE TRUE
               WHEN WS-BASE-NOT-ON-FILE AND WS-STATE-ON-FILE
                   ADD 1 TO WS-KEYS-ADDED
               WHEN WS-BASE-ON-FILE AND WS-STATE-NOT-ON-FILE
                   ADD 1 TO WS-KEYS-DROPPED
           END-EVALUATE
           PERFORM 4600-WRITE-KEY-RESULT.
      *
       4300-WRITE-KEY-HEADING.
           MOVE WS-CURR-KEY TO WS-RK-KEY
           IF WS-BASE-ON-FILE
               MOVE 'ON FILE' TO WS-RK-STATUS
               MOVE MASTER-AMOUNT TO WS-RK-AMOUNT
           ELSE
               MOVE 'NOT ON FILE' TO WS-RK-STATUS
               MOVE SPACES TO WS-RK-AMOUNT-X
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-KEY-LINE.
      *
      * A CHANGE DATED ON OR BEFORE THE GENERATION DATE IS ALREADY
      * IN THE GENERATION - UNLESS IT IS AFTER THE TARGET DATE, IN
      * WHICH CASE IT IS BACKED OUT. A CHANGE AFTER THE GENERATION
      * DATE IS ROLLED FORWARD. ROLLING FORWARD, EACH AFTER-IMAGE
      * REPLACES THE RECORD IN TURN; BACKING OUT, THE BEFORE-IMAGE
      * OF THE EARLIEST CHANGE BACKED OUT IS THE RECORD AS IT STOOD.
       4400-APPLY-AUDIT.
           MOVE SA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE SA-AFTER-IMAGE TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN SA-DATE > WS-GEN-DATE
                   SET WS-DISP-REPLAYED TO TRUE
               WHEN WS-BACK-OUT AND SA-DATE > WS-TARGET-DATE
                   SET WS-DISP-BACKED-OUT TO TRUE
               WHEN OTHER
                   SET WS-DISP-IN-BASE TO TRUE
           END-EVALUATE
           PERFORM 4450-CHECK-CHAIN
           EVALUATE TRUE
               WHEN WS-DISP-REPLAYED
                   ADD 1 TO WS-AUDIT-REPLAYED
                   IF SA-DELETE
                       SET WS-STATE-NOT-ON-FILE TO TRUE
                       MOVE SPACES TO WS-STATE-IMAGE
                   ELSE
                       SET WS-STATE-ON-FILE TO TRUE
                       MOVE WS-AFTER-IMAGE TO WS-STATE-IMAGE
                   END-IF
               WHEN WS-DISP-BACKED-OUT
                   ADD 1 TO WS-AUDIT-BACKED-OUT
                   IF NOT WS-BACKOUT-STARTED
                       SET WS-BACKOUT-STARTED TO TRUE
                       IF SA-ADD
                           SET WS-STATE-NOT-ON-FILE TO TRUE
                           MOVE SPACES TO WS-STATE-IMAGE
                       ELSE
                           SET WS-STATE-ON-FILE TO TRUE
                           MOVE WS-BEFORE-IMAGE TO WS-STATE-IMAGE
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-IN-BASE
           END-EVALUATE
           IF SA-DATE NOT > WS-GEN-DATE
               MOVE WS-AFTER-IMAGE TO WS-LAST-BASE-AFTER
               SET WS-BASE-AUDIT-SEEN TO TRUE
           END-IF
           PERFORM 4700-WRITE-CHANGE-LINE
           MOVE WS-AFTER-IMAGE TO WS-PREV-AFTER
           SET WS-PREV-AUDIT TO TRUE
           PERFORM 4010-RETURN-AUDIT.
      *
      * EACH BEFORE-IMAGE MUST MATCH THE PREVIOUS AFTER-IMAGE FOR
      * THE KEY. THE FIRST CHANGE ROLLED FORWARD WITH NO EARLIER
      * TRAIL MUST MATCH THE GENERATION RECORD INSTEAD.
       4450-CHECK-CHAIN.
           MOVE 'N' TO WS-CHAIN-FLAG
           IF WS-PREV-AUDIT
               IF WS-BEFORE-IMAGE(1:76) NOT = WS-PREV-AFTER(1:76)
                   SET WS-CHAIN-BREAK TO TRUE
               END-IF
           ELSE
               IF WS-DISP-REPLAYED
                   AND WS-BEFORE-IMAGE(1:76) NOT = WS-BASE-IMAGE(1:76)
                   SET WS-CHAIN-BREAK TO TRUE
               END-IF
           END-IF
           IF WS-CHAIN-BREAK
               ADD 1 TO WS-CHAIN-BREAKS
           END-IF.
      *
      * THE GENERATION RECORD MUST BE WHAT THE LAST CHANGE ON OR
      * BEFORE THE GENERATION DATE LEFT BEHIND.
       4500-CHECK-GENERATION.
           IF WS-BASE-AUDIT-SEEN
               AND WS-LAST-BASE-AFTER(1:76) NOT = WS-BASE-IMAGE(1:76)
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE '*** GENERATION RECORD DOES NOT AGREE WITH THE '
                   TO WS-RM-TEXT
               MOVE 'AUDIT TRAIL ***' TO WS-RM-TEXT(48:15)
               WRITE HISTORY-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           END-IF.
      *
       4600-WRITE-KEY-RESULT.
           MOVE WS-TARGET-DATE TO WS-RR-DATE
           IF WS-STATE-ON-FILE
               MOVE 'ON FILE' TO WS-RR-STATUS
               MOVE WS-ST-AMOUNT TO WS-RR-AMOUNT
           ELSE
               MOVE 'NOT ON FILE' TO WS-RR-STATUS
               MOVE SPACES TO WS-RR-AMOUNT-X
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-RESULT-LINE
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE.
      *
      * AN ADD SETS EVERY FIELD AND A DELETE CLEARS EVERY FIELD; A
      * CHANGE LISTS THE FIELDS WHOSE VALUES DIFFER.
       4700-WRITE-CHANGE-LINE.
           MOVE SA-DATE TO WS-RL-DATE
           MOVE SA-TIME TO WS-TIME-WORK
           MOVE WS-TP-HOUR TO WS-RL-HOUR
           MOVE WS-TP-MINUTE TO WS-RL-MINUTE
           MOVE WS-TP-SECOND TO WS-RL-SECOND
           MOVE WS-DISPOSITION TO WS-RL-DISPOSITION
           MOVE SPACES TO WS-RL-FIELDS
           EVALUATE TRUE
               WHEN SA-ADD
                   MOVE 'ADD' TO WS-RL-ACTION
                   MOVE 'ALL' TO WS-RL-FIELDS
                   MOVE SPACES TO WS-RL-AMT-BEFORE-X
                   MOVE WS-AF-AMOUNT TO WS-RL-AMT-AFTER
               WHEN SA-DELETE
                   MOVE 'DELETE' TO WS-RL-ACTION
                   MOVE 'ALL' TO WS-RL-FIELDS
                   MOVE WS-BF-AMOUNT TO WS-RL-AMT-BEFORE
                   MOVE SPACES TO WS-RL-AMT-AFTER-X
               WHEN OTHER
                   MOVE 'CHANGE' TO WS-RL-ACTION
                   PERFORM 4750-LIST-CHANGED-FIELDS
                   MOVE WS-BF-AMOUNT TO WS-RL-AMT-BEFORE
                   MOVE WS-AF-AMOUNT TO WS-RL-AMT-AFTER
           END-EVALUATE
           IF WS-CHAIN-BREAK
               MOVE 'BREAK' TO WS-RL-CHAIN
           ELSE
               MOVE SPACES TO WS-RL-CHAIN
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-CHANGE-LINE.
      *
       4750-LIST-CHANGED-FIELDS.
           MOVE 1 TO WS-FIELD-PTR
           IF WS-AF-ID NOT = WS-BF-ID
               STRING 'ID ' DELIMITED BY SIZE
                   INTO WS-RL-FIELDS WITH POINTER WS-FIELD-PTR
               END-STRING
           END-IF
           IF WS-AF-DATA NOT = WS-BF-DATA
               STRING 'DATA ' DELIMITED BY SIZE
                   INTO WS-RL-FIELDS WITH POINTER WS-FIELD-PTR
               END-STRING
           END-IF
           IF WS-AF-AMOUNT NOT = WS-BF-AMOUNT
               STRING 'AMOUNT' DELIMITED BY SIZE
                   INTO WS-RL-FIELDS WITH POINTER WS-FIELD-PTR
               END-STRING
           END-IF
           IF WS-FIELD-PTR = 1
               MOVE 'NONE' TO WS-RL-FIELDS
           END-IF.
      *
       4900-WRITE-RECON-MASTER.
           WRITE RECON-MASTER-RECORD
           ADD 1 TO WS-RECON-WRITTEN
           ADD 1 TO WS-RECORDS-WRITTEN.
      *
      *===============================================================
      * CONTROL TOTALS AND TIE-OUT
      * EVERY SELECTED CHANGE MUST BE ACCOUNTED FOR AS IN THE BASE,
      * ROLLED FORWARD OR BACKED OUT, AND THE RECONSTRUCTED MASTER
      * MUST EQUAL THE GENERATION RECORDS IN RANGE PLUS THE KEYS
      * ADDED LESS THE KEYS DROPPED.
      *===============================================================
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           MOVE 'AUDIT RECORDS READ' TO WS-CC-LABEL
           MOVE WS-AUDIT-READ TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'OUTSIDE KEY RANGE' TO WS-CC-LABEL
           MOVE WS-AUDIT-OUT-RANGE TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'INVALID AUDIT RECORDS' TO WS-CC-LABEL
           MOVE WS-AUDIT-INVALID TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'DATED AFTER CUTOFF' TO WS-CC-LABEL
           MOVE WS-AUDIT-LATER TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'CHANGES SELECTED' TO WS-CC-LABEL
           MOVE WS-AUDIT-SELECTED TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'CHANGES ALREADY IN GENERATION' TO WS-CC-LABEL
           MOVE WS-AUDIT-IN-BASE TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'CHANGES ROLLED FORWARD' TO WS-CC-LABEL
           MOVE WS-AUDIT-REPLAYED TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'CHANGES BACKED OUT' TO WS-CC-LABEL
           MOVE WS-AUDIT-BACKED-OUT TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           MOVE 'GENERATION RECORDS IN RANGE' TO WS-CC-LABEL
           MOVE WS-MAST-IN-RANGE TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'KEYS WITH CHANGES' TO WS-CC-LABEL
           MOVE WS-KEYS-CHANGED TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'KEYS ADDED BY RECONSTRUCTION' TO WS-CC-LABEL
           MOVE WS-KEYS-ADDED TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'KEYS DROPPED BY RECONSTRUCTION' TO WS-CC-LABEL
           MOVE WS-KEYS-DROPPED TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'RECONSTRUCTED RECORDS WRITTEN' TO WS-CC-LABEL
           MOVE WS-RECON-WRITTEN TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'AUDIT CHAIN BREAKS' TO WS-CC-LABEL
           MOVE WS-CHAIN-BREAKS TO WS-CC-COUNT
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           SET WS-IN-BALANCE TO TRUE
           IF WS-AUDIT-SELECTED NOT = WS-AUDIT-IN-BASE
                   + WS-AUDIT-REPLAYED + WS-AUDIT-BACKED-OUT
               OR WS-RECON-WRITTEN NOT = WS-MAST-IN-RANGE
                   + WS-KEYS-ADDED - WS-KEYS-DROPPED
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-CB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CB-RESULT
               DISPLAY '*** RECONSTRUCTED MASTER DOES NOT TIE TO '
                   'GENERATION AND AUDIT TRAIL ***'
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-BALANCE-LINE
           IF WS-CHAIN-BREAKS = 0
               MOVE 'INTACT' TO WS-CN-RESULT
           ELSE
               MOVE 'BROKEN' TO WS-CN-RESULT
               DISPLAY '*** AUDIT TRAIL HAS ' WS-CHAIN-BREAKS
                   ' CHAIN BREAKS - SEE CHANGE HISTORY ***'
           END-IF
           WRITE HISTORY-REPORT-LINE FROM WS-CTL-CHAIN-LINE.
      *
      *===============================================================
      * TERMINATION
      *===============================================================
       9000-TERMINATION.
           PERFORM 8000-WRITE-CONTROL-TOTALS
           PERFORM 9100-CLOSE-FILES
           PERFORM 9200-DISPLAY-STATISTICS.
      *
       9100-CLOSE-FILES.
           CLOSE MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RECON-MASTER-FILE.
           CLOSE HISTORY-REPORT-FILE.
      *
       9200-DISPLAY-STATISTICS.
           DISPLAY '========================================='
           DISPLAY 'PROGRAM STATISTICS'
           DISPLAY '========================================='
           DISPLAY 'RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
           DISPLAY 'KEYS CHANGED:    ' WS-KEYS-CHANGED
           DISPLAY 'ROLLED FORWARD:  ' WS-AUDIT-REPLAYED
           DISPLAY 'BACKED OUT:      ' WS-AUDIT-BACKED-OUT
           DISPLAY 'CHAIN BREAKS:    ' WS-CHAIN-BREAKS
           DISPLAY 'ERRORS:          ' WS-ERROR-COUNT
           DISPLAY '========================================='.
      *
       9999-ABORT-PROGRAM.
           DISPLAY 'PROGRAM ABORTED DUE TO ERROR'
           PERFORM 9100-CLOSE-FILES
           STOP RUN.
