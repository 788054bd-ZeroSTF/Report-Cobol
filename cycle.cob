IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-CYCLE-DRIVER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCCTL-STATUS.
    SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCLESTAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCSTAT-STATUS.
    SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCLERPT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCRPT-STATUS.
    SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CYCLE-CONTROL-FILE.
01 CYCLE-CONTROL-RECORD.
    05 CCT-RECORD-TYPE     PIC X(01).
    05 CCT-STEP-NO         PIC X(02).
    05 CCT-STEP-DATA       PIC X(77).
01 CYCLE-STEP-RECORD.
    05 CST-RECORD-TYPE     PIC X(01).
    05 CST-STEP-NO         PIC 9(02).
    05 CST-RUN-MODE        PIC X(11).
    05 CST-MAX-RC          PIC X(04).
    05 CST-SCHEDULE        PIC X(01).
    05 CST-DESCRIPTION     PIC X(30).
01 CYCLE-SETTING-RECORD.
    05 CSS-RECORD-TYPE     PIC X(01).
    05 CSS-STEP-NO         PIC 9(02).
    05 CSS-KEY             PIC X(20).
    05 CSS-VALUE           PIC X(50).
FD CYCLE-STATUS-FILE.
01 CYCLE-STATUS-RECORD.
    05 CYS-RECORD-TYPE     PIC X(01).
    05 CYS-CYCLE-DATE      PIC X(10).
    05 CYS-STEP-NO         PIC 9(02).
    05 CYS-RUN-MODE        PIC X(11).
    05 CYS-RETURN-CODE     PIC 9(04).
    05 CYS-TIMESTAMP       PIC X(19).
    05 CYS-READ            PIC 9(05).
    05 CYS-ACCEPTED        PIC 9(05).
    05 CYS-REJECTED        PIC 9(05).
    05 CYS-TXN-APPLIED     PIC 9(05).
    05 CYS-TXN-REJECTED    PIC 9(05).
    05 CYS-ELAPSED         PIC 9(07).
FD CYCLE-REPORT-FILE.
01 CYCLE-REPORT-LINE       PIC X(132).
FD RUN-LOG-FILE.
01 RUN-LOG-RECORD          PIC X(132).
WORKING-STORAGE SECTION.
01 WS-CYCCTL-STATUS          PIC XX VALUE SPACES.
01 WS-CYCSTAT-STATUS         PIC XX VALUE SPACES.
01 WS-CYCRPT-STATUS          PIC XX VALUE SPACES.
01 WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
01 WS-CYCCTL-EOF             PIC X VALUE 'N'.
01 WS-CYCSTAT-EOF            PIC X VALUE 'N'.
01 WS-CYCSTAT-OPEN           PIC X VALUE 'N'.
01 WS-CYC-PROGRAM            PIC X(30)
                             VALUE "ENHANCED-EMPLOYEE-REPORT".
01 WS-CYCLE-STEP-AREA EXTERNAL.
    05 WS-CYC-STEP-ACTIVE     PIC X.
    05 WS-CYC-STEP-SET-COUNT  PIC 99.
    05 WS-CYC-STEP-SETTING OCCURS 30 TIMES.
        10 WS-CYC-STEP-KEY    PIC X(20).
        10 WS-CYC-STEP-VALUE  PIC X(50).
    05 WS-CYC-STEP-READ       PIC 9(5).
    05 WS-CYC-STEP-ACCEPTED   PIC 9(5).
    05 WS-CYC-STEP-REJECTED   PIC 9(5).
    05 WS-CYC-STEP-TXN-APPLIED PIC 9(5).
    05 WS-CYC-STEP-TXN-REJECTED PIC 9(5).
    05 WS-CYC-STEP-RUN-DATE   PIC X(10).
01 WS-STEP-TABLE-CONTROL.
    05 WS-STEP-COUNT          PIC 99 VALUE 0.
    05 WS-STEP-ENTRY OCCURS 20 TIMES.
        10 WS-STEP-NO         PIC 99.
        10 WS-STEP-MODE       PIC X(11).
        10 WS-STEP-MAX-RC     PIC 9(4).
        10 WS-STEP-SCHEDULE   PIC X.
        10 WS-STEP-DESC       PIC X(30).
        10 WS-STEP-SET-COUNT  PIC 99.
        10 WS-STEP-SETTING OCCURS 29 TIMES.
            15 WS-STEP-SET-KEY   PIC X(20).
            15 WS-STEP-SET-VALUE PIC X(50).
        10 WS-STEP-STATE      PIC X.
        10 WS-STEP-RC         PIC 9(4).
        10 WS-STEP-READ       PIC 9(5).
        10 WS-STEP-ACCEPTED   PIC 9(5).
        10 WS-STEP-REJECTED   PIC 9(5).
        10 WS-STEP-TXN-APPLIED PIC 9(5).
        10 WS-STEP-TXN-REJECTED PIC 9(5).
        10 WS-STEP-ELAPSED    PIC 9(7).
        10 WS-STEP-DONE-AT    PIC X(19).
01 WS-STEP-SUB               PIC 99 VALUE 0.
01 WS-STEP-MATCH-IDX         PIC 99 VALUE 0.
01 WS-STEP-SET-SUB           PIC 99 VALUE 0.
01 WS-CYC-SET-SUB            PIC 99 VALUE 0.
01 WS-CYC-ABORT              PIC X VALUE 'N'.
01 WS-CYC-STOPPED            PIC X VALUE 'N'.
01 WS-CYC-RESTART            PIC X VALUE 'N'.
01 WS-CYC-IN-PROGRESS        PIC X VALUE 'N'.
01 WS-CYC-CALL-FAILED        PIC X VALUE 'N'.
01 WS-CYC-MONTH-END          PIC X VALUE 'N'.
01 WS-CYC-DATE               PIC X(10) VALUE SPACES.
01 WS-CYC-PRIOR-DATE         PIC X(10) VALUE SPACES.
01 WS-CYC-STOP-IDX           PIC 99 VALUE 0.
01 WS-CYC-HIGH-RC            PIC 9(4) VALUE 0.
01 WS-CYC-DONE-EARLIER       PIC 99 VALUE 0.
01 WS-CYC-STEPS-RUN          PIC 99 VALUE 0.
01 WS-CYC-TOTAL-ELAPSED      PIC 9(7) VALUE 0.
01 WS-CYC-START-SECS         PIC 9(11) VALUE 0.
01 WS-CYC-END-SECS           PIC 9(11) VALUE 0.
01 WS-CYC-STATUS-TYPE        PIC X VALUE SPACES.
01 WS-CURRENT-DATE.
    05 WS-YEAR               PIC 9(4).
    05 WS-MONTH              PIC 99.
    05 WS-DAY                PIC 99.
01 WS-HEADING-DATE           PIC X(10) VALUE SPACES.
01 WS-CYC-DT.
    05 WS-CYC-DT-YEAR         PIC 9(4).
    05 WS-CYC-DT-MONTH        PIC 99.
    05 WS-CYC-DT-DAY          PIC 99.
    05 WS-CYC-DT-HH           PIC 99.
    05 WS-CYC-DT-MM           PIC 99.
    05 WS-CYC-DT-SS           PIC 99.
    05 FILLER                 PIC X(7).
01 WS-CYC-TIMESTAMP          PIC X(19) VALUE SPACES.
01 WS-DATE-INT-WORK          PIC 9(8) VALUE 0.
01 WS-ELAPSED-SECS           PIC 9(7) VALUE 0.
01 WS-ELAPSED-HH             PIC 99 VALUE 0.
01 WS-ELAPSED-MM             PIC 99 VALUE 0.
01 WS-ELAPSED-SS             PIC 99 VALUE 0.
01 WS-ELAPSED-REM            PIC 9(7) VALUE 0.
01 WS-ELAPSED-TEXT           PIC X(10) VALUE SPACES.
01 WS-ERROR-MESSAGE          PIC X(50) VALUE SPACES.
01 WS-LOG-SEVERITY           PIC X(5) VALUE "ERROR".
01 WS-LOG-TEXT               PIC X(100) VALUE SPACES.
01 WS-EXIT-CODE              PIC 9(4) VALUE 0.
01 WS-SUM-STATE-TEXT         PIC X(18) VALUE SPACES.
01 WS-SUM-RC-TEXT            PIC X(4) VALUE SPACES.
01 WS-SUM-RC-EDIT            PIC ZZZ9.
01 WS-SUM-MAX-EDIT           PIC ZZZ9.
01 WS-SUM-READ-EDIT          PIC ZZZZ9.
01 WS-SUM-ACC-EDIT           PIC ZZZZ9.
01 WS-SUM-REJ-EDIT           PIC ZZZZ9.
01 WS-SUM-TAPL-EDIT          PIC ZZZZ9.
01 WS-SUM-TREJ-EDIT          PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM INITIALIZE-CYCLE
    IF WS-CYC-ABORT NOT = 'Y'
        PERFORM RUN-CYCLE-STEPS
    END-IF
    PERFORM WRITE-CYCLE-SUMMARY
    PERFORM FINALIZE-CYCLE
    STOP RUN.

INITIALIZE-CYCLE.
    MOVE 'N' TO WS-CYC-STEP-ACTIVE
    MOVE 0 TO WS-CYC-STEP-SET-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE FUNCTION CONCATENATE(WS-YEAR "-" WS-MONTH "-" WS-DAY)
        TO WS-HEADING-DATE
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE "Batch cycle driver started" TO WS-LOG-TEXT
    PERFORM LOG-CYCLE-MESSAGE
    PERFORM LOAD-CYCLE-CONTROL
    IF WS-CYC-ABORT = 'Y'
        PERFORM DISPLAY-CYCLE-ERROR
    ELSE
        PERFORM LOAD-CYCLE-STATUS
        IF WS-CYC-ABORT = 'Y'
            PERFORM DISPLAY-CYCLE-ERROR
        ELSE
            PERFORM SET-MONTH-END-FLAG
        END-IF
    END-IF.

LOAD-CYCLE-CONTROL.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYCCTL-STATUS NOT = "00"
        MOVE 'Y' TO WS-CYC-ABORT
        MOVE "Cannot open cycle control file CYCLECTL.DAT"
            TO WS-ERROR-MESSAGE
    ELSE
        PERFORM READ-CYCLE-CONTROL-RECORDS UNTIL WS-CYCCTL-EOF = 'Y'
        CLOSE CYCLE-CONTROL-FILE
        IF WS-STEP-COUNT = 0 AND WS-CYC-ABORT NOT = 'Y'
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "No steps in CYCLECTL.DAT - cycle not run"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF.

READ-CYCLE-CONTROL-RECORDS.
    READ CYCLE-CONTROL-FILE
        AT END
            MOVE 'Y' TO WS-CYCCTL-EOF
        NOT AT END
            IF WS-CYC-ABORT NOT = 'Y'
                PERFORM STORE-CYCLE-CONTROL-RECORD
            END-IF
    END-READ.

STORE-CYCLE-CONTROL-RECORD.
    EVALUATE TRUE
        WHEN CCT-RECORD-TYPE = "*" OR CYCLE-CONTROL-RECORD = SPACES
            CONTINUE
        WHEN CCT-RECORD-TYPE = "S"
            PERFORM STORE-CYCLE-STEP
        WHEN CCT-RECORD-TYPE = "P"
            PERFORM STORE-CYCLE-SETTING
        WHEN OTHER
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Invalid record type in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
    END-EVALUATE.

STORE-CYCLE-STEP.
    EVALUATE TRUE
        WHEN CCT-STEP-NO NOT NUMERIC
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Invalid step number in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN WS-STEP-COUNT > 0 AND
             CST-STEP-NO NOT > WS-STEP-NO(WS-STEP-COUNT)
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "CYCLECTL.DAT steps out of sequence or duplicated"
                TO WS-ERROR-MESSAGE
        WHEN CST-RUN-MODE = SPACES
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Step with no run mode in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN CST-MAX-RC NOT NUMERIC
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Invalid maximum return code in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN CST-SCHEDULE NOT = SPACE AND CST-SCHEDULE NOT = "D" AND
             CST-SCHEDULE NOT = "M"
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Invalid step schedule in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN WS-STEP-COUNT NOT < 20
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "More than 20 steps in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN OTHER
            ADD 1 TO WS-STEP-COUNT
            MOVE WS-STEP-COUNT TO WS-STEP-SUB
            MOVE CST-STEP-NO TO WS-STEP-NO(WS-STEP-SUB)
            MOVE FUNCTION UPPER-CASE(CST-RUN-MODE)
                TO WS-STEP-MODE(WS-STEP-SUB)
            MOVE CST-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-SUB)
            MOVE CST-SCHEDULE TO WS-STEP-SCHEDULE(WS-STEP-SUB)
            MOVE CST-DESCRIPTION TO WS-STEP-DESC(WS-STEP-SUB)
            MOVE 0 TO WS-STEP-SET-COUNT(WS-STEP-SUB)
            PERFORM CLEAR-STEP-RESULT
    END-EVALUATE.

STORE-CYCLE-SETTING.
    EVALUATE TRUE
        WHEN WS-STEP-COUNT = 0
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Setting before first step in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN CCT-STEP-NO NOT NUMERIC
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Invalid step number in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN CSS-STEP-NO NOT = WS-STEP-NO(WS-STEP-COUNT)
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Setting does not follow its step in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN CSS-KEY = "RUN_MODE"
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "RUN_MODE belongs on the step record in CYCLECTL"
                TO WS-ERROR-MESSAGE
        WHEN WS-STEP-SET-COUNT(WS-STEP-COUNT) NOT < 29
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "More than 29 settings for a step in CYCLECTL.DAT"
                TO WS-ERROR-MESSAGE
        WHEN OTHER
            ADD 1 TO WS-STEP-SET-COUNT(WS-STEP-COUNT)
            MOVE WS-STEP-SET-COUNT(WS-STEP-COUNT) TO WS-STEP-SET-SUB
            MOVE CSS-KEY
                TO WS-STEP-SET-KEY(WS-STEP-COUNT, WS-STEP-SET-SUB)
            MOVE CSS-VALUE
                TO WS-STEP-SET-VALUE(WS-STEP-COUNT, WS-STEP-SET-SUB)
    END-EVALUATE.

CLEAR-STEP-RESULT.
    MOVE SPACE TO WS-STEP-STATE(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-RC(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-READ(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-ACCEPTED(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-REJECTED(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-TXN-APPLIED(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-TXN-REJECTED(WS-STEP-SUB)
    MOVE 0 TO WS-STEP-ELAPSED(WS-STEP-SUB)
    MOVE SPACES TO WS-STEP-DONE-AT(WS-STEP-SUB).

LOAD-CYCLE-STATUS.
    OPEN INPUT CYCLE-STATUS-FILE
    IF WS-CYCSTAT-STATUS = "00"
        PERFORM READ-CYCLE-STATUS-RECORDS UNTIL WS-CYCSTAT-EOF = 'Y'
        CLOSE CYCLE-STATUS-FILE
    ELSE
        IF WS-CYCSTAT-STATUS NOT = "35"
            MOVE 'Y' TO WS-CYC-ABORT
            MOVE "Error opening cycle status file CYCLESTAT.DAT"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF
    IF WS-CYC-ABORT NOT = 'Y'
        IF WS-CYC-IN-PROGRESS = 'Y'
            MOVE 'Y' TO WS-CYC-RESTART
            MOVE WS-CYC-PRIOR-DATE TO WS-CYC-DATE
        ELSE
            PERFORM CLEAR-STEP-RESULT
                VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
            MOVE WS-HEADING-DATE TO WS-CYC-DATE
        END-IF
        PERFORM OPEN-CYCLE-STATUS-OUTPUT
    END-IF.

READ-CYCLE-STATUS-RECORDS.
    READ CYCLE-STATUS-FILE
        AT END
            MOVE 'Y' TO WS-CYCSTAT-EOF
        NOT AT END
            PERFORM STORE-CYCLE-STATUS-RECORD
    END-READ.

STORE-CYCLE-STATUS-RECORD.
    EVALUATE CYS-RECORD-TYPE
        WHEN "B"
            MOVE 'Y' TO WS-CYC-IN-PROGRESS
            MOVE CYS-CYCLE-DATE TO WS-CYC-PRIOR-DATE
            PERFORM CLEAR-STEP-RESULT
                VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
        WHEN "E"
            MOVE 'N' TO WS-CYC-IN-PROGRESS
        WHEN "C"
            PERFORM FIND-CYCLE-STEP
            IF WS-STEP-MATCH-IDX NOT = 0
                MOVE 'D' TO WS-STEP-STATE(WS-STEP-MATCH-IDX)
                MOVE CYS-RETURN-CODE TO WS-STEP-RC(WS-STEP-MATCH-IDX)
                MOVE CYS-READ TO WS-STEP-READ(WS-STEP-MATCH-IDX)
                MOVE CYS-ACCEPTED TO WS-STEP-ACCEPTED(WS-STEP-MATCH-IDX)
                MOVE CYS-REJECTED TO WS-STEP-REJECTED(WS-STEP-MATCH-IDX)
                MOVE CYS-TXN-APPLIED
                    TO WS-STEP-TXN-APPLIED(WS-STEP-MATCH-IDX)
                MOVE CYS-TXN-REJECTED
                    TO WS-STEP-TXN-REJECTED(WS-STEP-MATCH-IDX)
                MOVE CYS-ELAPSED TO WS-STEP-ELAPSED(WS-STEP-MATCH-IDX)
                MOVE CYS-TIMESTAMP TO WS-STEP-DONE-AT(WS-STEP-MATCH-IDX)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-CYCLE-STEP.
    MOVE 0 TO WS-STEP-MATCH-IDX
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT
        OR WS-STEP-MATCH-IDX NOT = 0
        IF WS-STEP-NO(WS-STEP-SUB) = CYS-STEP-NO AND
           WS-STEP-MODE(WS-STEP-SUB) = CYS-RUN-MODE
            MOVE WS-STEP-SUB TO WS-STEP-MATCH-IDX
        END-IF
    END-PERFORM.

OPEN-CYCLE-STATUS-OUTPUT.
    OPEN EXTEND CYCLE-STATUS-FILE
    IF WS-CYCSTAT-STATUS = "35"
        OPEN OUTPUT CYCLE-STATUS-FILE
    END-IF
    IF WS-CYCSTAT-STATUS = "00"
        MOVE 'Y' TO WS-CYCSTAT-OPEN
        MOVE "INFO " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        IF WS-CYC-RESTART = 'Y'
            STRING "Restarting incomplete cycle of " WS-CYC-DATE
                DELIMITED BY SIZE INTO WS-LOG-TEXT
        ELSE
            MOVE "B" TO WS-CYC-STATUS-TYPE
            MOVE 0 TO WS-STEP-SUB
            PERFORM WRITE-CYCLE-STATUS-RECORD
            STRING "New cycle started for " WS-CYC-DATE
                DELIMITED BY SIZE INTO WS-LOG-TEXT
        END-IF
        PERFORM LOG-CYCLE-MESSAGE
    ELSE
        MOVE 'Y' TO WS-CYC-ABORT
        MOVE "Error opening cycle status file CYCLESTAT.DAT"
            TO WS-ERROR-MESSAGE
    END-IF.

SET-MONTH-END-FLAG.
    MOVE 'N' TO WS-CYC-MONTH-END
    MOVE WS-CYC-DATE(1:4) TO WS-DATE-INT-WORK(1:4)
    MOVE WS-CYC-DATE(6:2) TO WS-DATE-INT-WORK(5:2)
    MOVE WS-CYC-DATE(9:2) TO WS-DATE-INT-WORK(7:2)
    COMPUTE WS-DATE-INT-WORK = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-DATE-INT-WORK) + 1)
    IF WS-DATE-INT-WORK(7:2) = "01"
        MOVE 'Y' TO WS-CYC-MONTH-END
    END-IF.

RUN-CYCLE-STEPS.
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT
        OR WS-CYC-STOPPED = 'Y'
        EVALUATE TRUE
            WHEN WS-STEP-STATE(WS-STEP-SUB) = 'D'
                ADD 1 TO WS-CYC-DONE-EARLIER
                MOVE "INFO " TO WS-LOG-SEVERITY
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Step " WS-STEP-NO(WS-STEP-SUB) " "
                    FUNCTION TRIM(WS-STEP-MODE(WS-STEP-SUB))
                    " already complete this cycle - not rerun"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM LOG-CYCLE-MESSAGE
            WHEN WS-STEP-SCHEDULE(WS-STEP-SUB) = "M" AND
                 WS-CYC-MONTH-END NOT = 'Y'
                MOVE 'N' TO WS-STEP-STATE(WS-STEP-SUB)
            WHEN OTHER
                PERFORM RUN-ONE-STEP
        END-EVALUATE
        IF WS-STEP-RC(WS-STEP-SUB) > WS-CYC-HIGH-RC
            MOVE WS-STEP-RC(WS-STEP-SUB) TO WS-CYC-HIGH-RC
        END-IF
    END-PERFORM
    IF WS-CYC-STOPPED NOT = 'Y'
        MOVE "E" TO WS-CYC-STATUS-TYPE
        MOVE 0 TO WS-STEP-SUB
        PERFORM WRITE-CYCLE-STATUS-RECORD
    END-IF.

RUN-ONE-STEP.
    MOVE 'Y' TO WS-CYC-STEP-ACTIVE
    MOVE "RUN_MODE" TO WS-CYC-STEP-KEY(1)
    MOVE WS-STEP-MODE(WS-STEP-SUB) TO WS-CYC-STEP-VALUE(1)
    MOVE 1 TO WS-CYC-STEP-SET-COUNT
    MOVE WS-CYC-DATE TO WS-CYC-STEP-RUN-DATE
    PERFORM VARYING WS-STEP-SET-SUB FROM 1 BY 1
        UNTIL WS-STEP-SET-SUB > WS-STEP-SET-COUNT(WS-STEP-SUB)
        ADD 1 TO WS-CYC-STEP-SET-COUNT
        MOVE WS-CYC-STEP-SET-COUNT TO WS-CYC-SET-SUB
        MOVE WS-STEP-SET-KEY(WS-STEP-SUB, WS-STEP-SET-SUB)
            TO WS-CYC-STEP-KEY(WS-CYC-SET-SUB)
        MOVE WS-STEP-SET-VALUE(WS-STEP-SUB, WS-STEP-SET-SUB)
            TO WS-CYC-STEP-VALUE(WS-CYC-SET-SUB)
    END-PERFORM
    MOVE 0 TO WS-CYC-STEP-READ
    MOVE 0 TO WS-CYC-STEP-ACCEPTED
    MOVE 0 TO WS-CYC-STEP-REJECTED
    MOVE 0 TO WS-CYC-STEP-TXN-APPLIED
    MOVE 0 TO WS-CYC-STEP-TXN-REJECTED
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Step " WS-STEP-NO(WS-STEP-SUB) " "
        FUNCTION TRIM(WS-STEP-MODE(WS-STEP-SUB)) " started"
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-CYCLE-MESSAGE
    PERFORM GET-CYCLE-TIME
    MOVE WS-CYC-END-SECS TO WS-CYC-START-SECS
    MOVE 'N' TO WS-CYC-CALL-FAILED
    MOVE 0 TO RETURN-CODE
    CALL WS-CYC-PROGRAM
        ON EXCEPTION
            MOVE 'Y' TO WS-CYC-CALL-FAILED
    END-CALL
    IF WS-CYC-CALL-FAILED = 'Y'
        MOVE 16 TO WS-STEP-RC(WS-STEP-SUB)
        MOVE "Cycle step program could not be loaded"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-CYCLE-ERROR
    ELSE
        MOVE RETURN-CODE TO WS-STEP-RC(WS-STEP-SUB)
        CANCEL WS-CYC-PROGRAM
    END-IF
    MOVE 'N' TO WS-CYC-STEP-ACTIVE
    PERFORM GET-CYCLE-TIME
    COMPUTE WS-STEP-ELAPSED(WS-STEP-SUB) =
        WS-CYC-END-SECS - WS-CYC-START-SECS
    MOVE WS-CYC-TIMESTAMP TO WS-STEP-DONE-AT(WS-STEP-SUB)
    MOVE WS-CYC-STEP-READ TO WS-STEP-READ(WS-STEP-SUB)
    MOVE WS-CYC-STEP-ACCEPTED TO WS-STEP-ACCEPTED(WS-STEP-SUB)
    MOVE WS-CYC-STEP-REJECTED TO WS-STEP-REJECTED(WS-STEP-SUB)
    MOVE WS-CYC-STEP-TXN-APPLIED TO WS-STEP-TXN-APPLIED(WS-STEP-SUB)
    MOVE WS-CYC-STEP-TXN-REJECTED
        TO WS-STEP-TXN-REJECTED(WS-STEP-SUB)
    ADD 1 TO WS-CYC-STEPS-RUN
    MOVE SPACES TO WS-LOG-TEXT
    IF WS-STEP-RC(WS-STEP-SUB) > WS-STEP-MAX-RC(WS-STEP-SUB)
        MOVE 'F' TO WS-STEP-STATE(WS-STEP-SUB)
        MOVE 'Y' TO WS-CYC-STOPPED
        MOVE WS-STEP-SUB TO WS-CYC-STOP-IDX
        MOVE "F" TO WS-CYC-STATUS-TYPE
        PERFORM WRITE-CYCLE-STATUS-RECORD
        MOVE "ERROR" TO WS-LOG-SEVERITY
        STRING "Step " WS-STEP-NO(WS-STEP-SUB) " "
            FUNCTION TRIM(WS-STEP-MODE(WS-STEP-SUB))
            " ended with return code " WS-STEP-RC(WS-STEP-SUB)
            " above limit " WS-STEP-MAX-RC(WS-STEP-SUB)
            " - cycle stopped"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-CYCLE-MESSAGE
        MOVE SPACES TO WS-ERROR-MESSAGE
        STRING "Cycle stopped at step " WS-STEP-NO(WS-STEP-SUB) " "
            FUNCTION TRIM(WS-STEP-MODE(WS-STEP-SUB))
            DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
        DISPLAY "ERROR: " WS-ERROR-MESSAGE
    ELSE
        MOVE 'C' TO WS-STEP-STATE(WS-STEP-SUB)
        MOVE "C" TO WS-CYC-STATUS-TYPE
        PERFORM WRITE-CYCLE-STATUS-RECORD
        MOVE "INFO " TO WS-LOG-SEVERITY
        STRING "Step " WS-STEP-NO(WS-STEP-SUB) " "
            FUNCTION TRIM(WS-STEP-MODE(WS-STEP-SUB))
            " complete - return code " WS-STEP-RC(WS-STEP-SUB)
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-CYCLE-MESSAGE
    END-IF.

GET-CYCLE-TIME.
    MOVE FUNCTION CURRENT-DATE TO WS-CYC-DT
    MOVE WS-CYC-DT(1:8) TO WS-DATE-INT-WORK
    COMPUTE WS-CYC-END-SECS =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INT-WORK) * 86400 +
        WS-CYC-DT-HH * 3600 + WS-CYC-DT-MM * 60 + WS-CYC-DT-SS
    MOVE SPACES TO WS-CYC-TIMESTAMP
    STRING WS-CYC-DT-YEAR "-" WS-CYC-DT-MONTH "-" WS-CYC-DT-DAY
        " " WS-CYC-DT-HH ":" WS-CYC-DT-MM ":" WS-CYC-DT-SS
        DELIMITED BY SIZE INTO WS-CYC-TIMESTAMP.

WRITE-CYCLE-STATUS-RECORD.
    IF WS-CYCSTAT-OPEN = 'Y'
        MOVE SPACES TO CYCLE-STATUS-RECORD
        MOVE WS-CYC-STATUS-TYPE TO CYS-RECORD-TYPE
        MOVE WS-CYC-DATE TO CYS-CYCLE-DATE
        MOVE 0 TO CYS-STEP-NO
        MOVE 0 TO CYS-RETURN-CODE
        MOVE 0 TO CYS-READ
        MOVE 0 TO CYS-ACCEPTED
        MOVE 0 TO CYS-REJECTED
        MOVE 0 TO CYS-TXN-APPLIED
        MOVE 0 TO CYS-TXN-REJECTED
        MOVE 0 TO CYS-ELAPSED
        IF WS-STEP-SUB = 0
            PERFORM GET-CYCLE-TIME
        ELSE
            MOVE WS-STEP-NO(WS-STEP-SUB) TO CYS-STEP-NO
            MOVE WS-STEP-MODE(WS-STEP-SUB) TO CYS-RUN-MODE
            MOVE WS-STEP-RC(WS-STEP-SUB) TO CYS-RETURN-CODE
            MOVE WS-STEP-READ(WS-STEP-SUB) TO CYS-READ
            MOVE WS-STEP-ACCEPTED(WS-STEP-SUB) TO CYS-ACCEPTED
            MOVE WS-STEP-REJECTED(WS-STEP-SUB) TO CYS-REJECTED
            MOVE WS-STEP-TXN-APPLIED(WS-STEP-SUB) TO CYS-TXN-APPLIED
            MOVE WS-STEP-TXN-REJECTED(WS-STEP-SUB) TO CYS-TXN-REJECTED
            MOVE WS-STEP-ELAPSED(WS-STEP-SUB) TO CYS-ELAPSED
        END-IF
        MOVE WS-CYC-TIMESTAMP TO CYS-TIMESTAMP
        WRITE CYCLE-STATUS-RECORD
    END-IF.

WRITE-CYCLE-SUMMARY.
    OPEN OUTPUT CYCLE-REPORT-FILE
    IF WS-CYCRPT-STATUS NOT = "00"
        MOVE "Error opening cycle summary file CYCLERPT.TXT"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-CYCLE-ERROR
    ELSE
        MOVE SPACES TO CYCLE-REPORT-LINE
        STRING "NIGHTLY BATCH CYCLE SUMMARY AS OF " WS-HEADING-DATE
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
        WRITE CYCLE-REPORT-LINE
        IF WS-CYC-ABORT = 'Y'
            MOVE SPACES TO CYCLE-REPORT-LINE
            STRING "Cycle not run: " WS-ERROR-MESSAGE
                DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
            WRITE CYCLE-REPORT-LINE
        ELSE
            PERFORM WRITE-CYCLE-SUMMARY-DETAIL
        END-IF
        MOVE SPACES TO CYCLE-REPORT-LINE
        WRITE CYCLE-REPORT-LINE
        PERFORM SET-CYCLE-EXIT-CODE
        MOVE SPACES TO CYCLE-REPORT-LINE
        STRING "Cycle return code: " WS-EXIT-CODE
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
        WRITE CYCLE-REPORT-LINE
        CLOSE CYCLE-REPORT-FILE
    END-IF.

WRITE-CYCLE-SUMMARY-DETAIL.
    MOVE SPACES TO CYCLE-REPORT-LINE
    IF WS-CYC-MONTH-END = 'Y'
        STRING "Cycle date: " WS-CYC-DATE
            "   Month-end steps due: YES"
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    ELSE
        STRING "Cycle date: " WS-CYC-DATE
            "   Month-end steps due: NO"
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    END-IF
    WRITE CYCLE-REPORT-LINE
    IF WS-CYC-RESTART = 'Y'
        MOVE SPACES TO CYCLE-REPORT-LINE
        STRING "Restart of an incomplete cycle - " WS-CYC-DONE-EARLIER
            " step(s) completed by an earlier run were not repeated"
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
        WRITE CYCLE-REPORT-LINE
    END-IF
    MOVE SPACES TO CYCLE-REPORT-LINE
    WRITE CYCLE-REPORT-LINE
    MOVE "STEP MODE        MAX RC   RC  STATUS              READ ACCEPT REJECT TXNAPL TXNREJ  ELAPSED  COMPLETED"
        TO CYCLE-REPORT-LINE
    WRITE CYCLE-REPORT-LINE
    MOVE ALL "-" TO CYCLE-REPORT-LINE
    WRITE CYCLE-REPORT-LINE
    MOVE 0 TO WS-CYC-TOTAL-ELAPSED
    PERFORM WRITE-CYCLE-STEP-LINE
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT
    MOVE ALL "-" TO CYCLE-REPORT-LINE
    WRITE CYCLE-REPORT-LINE
    MOVE WS-CYC-TOTAL-ELAPSED TO WS-ELAPSED-SECS
    PERFORM FORMAT-ELAPSED-TIME
    MOVE SPACES TO CYCLE-REPORT-LINE
    STRING "Steps run this time: " WS-CYC-STEPS-RUN
        "   Elapsed this run: " WS-ELAPSED-TEXT
        DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    WRITE CYCLE-REPORT-LINE
    MOVE SPACES TO CYCLE-REPORT-LINE
    IF WS-CYC-STOPPED = 'Y'
        STRING "*** CYCLE STOPPED AT STEP " WS-STEP-NO(WS-CYC-STOP-IDX)
            " " FUNCTION TRIM(WS-STEP-MODE(WS-CYC-STOP-IDX))
            " - return code above its limit; rerun resumes at this"
            " step ***"
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    ELSE
        MOVE "Cycle complete - every due step ended within its return code limit"
            TO CYCLE-REPORT-LINE
    END-IF
    WRITE CYCLE-REPORT-LINE.

WRITE-CYCLE-STEP-LINE.
    EVALUATE WS-STEP-STATE(WS-STEP-SUB)
        WHEN 'C'
            MOVE "COMPLETED" TO WS-SUM-STATE-TEXT
        WHEN 'D'
            MOVE "DONE EARLIER RUN" TO WS-SUM-STATE-TEXT
        WHEN 'F'
            MOVE "OVER LIMIT-STOPPED" TO WS-SUM-STATE-TEXT
        WHEN 'N'
            MOVE "NOT DUE-MONTH END" TO WS-SUM-STATE-TEXT
        WHEN OTHER
            MOVE "NOT RUN" TO WS-SUM-STATE-TEXT
    END-EVALUATE
    MOVE WS-STEP-MAX-RC(WS-STEP-SUB) TO WS-SUM-MAX-EDIT
    MOVE SPACES TO WS-SUM-RC-TEXT
    MOVE SPACES TO WS-ELAPSED-TEXT
    MOVE SPACES TO CYCLE-REPORT-LINE
    IF WS-STEP-STATE(WS-STEP-SUB) = 'C' OR
       WS-STEP-STATE(WS-STEP-SUB) = 'D' OR
       WS-STEP-STATE(WS-STEP-SUB) = 'F'
        MOVE WS-STEP-RC(WS-STEP-SUB) TO WS-SUM-RC-EDIT
        MOVE WS-SUM-RC-EDIT TO WS-SUM-RC-TEXT
        MOVE WS-STEP-READ(WS-STEP-SUB) TO WS-SUM-READ-EDIT
        MOVE WS-STEP-ACCEPTED(WS-STEP-SUB) TO WS-SUM-ACC-EDIT
        MOVE WS-STEP-REJECTED(WS-STEP-SUB) TO WS-SUM-REJ-EDIT
        MOVE WS-STEP-TXN-APPLIED(WS-STEP-SUB) TO WS-SUM-TAPL-EDIT
        MOVE WS-STEP-TXN-REJECTED(WS-STEP-SUB) TO WS-SUM-TREJ-EDIT
        MOVE WS-STEP-ELAPSED(WS-STEP-SUB) TO WS-ELAPSED-SECS
        PERFORM FORMAT-ELAPSED-TIME
        IF WS-STEP-STATE(WS-STEP-SUB) NOT = 'D'
            ADD WS-STEP-ELAPSED(WS-STEP-SUB) TO WS-CYC-TOTAL-ELAPSED
        END-IF
        STRING WS-STEP-NO(WS-STEP-SUB) "   "
            WS-STEP-MODE(WS-STEP-SUB) "   " WS-SUM-MAX-EDIT
            " " WS-SUM-RC-TEXT "  " WS-SUM-STATE-TEXT
            " " WS-SUM-READ-EDIT "  " WS-SUM-ACC-EDIT
            "  " WS-SUM-REJ-EDIT "  " WS-SUM-TAPL-EDIT
            "  " WS-SUM-TREJ-EDIT " " WS-ELAPSED-TEXT
            " " WS-STEP-DONE-AT(WS-STEP-SUB)
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    ELSE
        STRING WS-STEP-NO(WS-STEP-SUB) "   "
            WS-STEP-MODE(WS-STEP-SUB) "   " WS-SUM-MAX-EDIT
            " " WS-SUM-RC-TEXT "  " WS-SUM-STATE-TEXT
            DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
    END-IF
    WRITE CYCLE-REPORT-LINE.

FORMAT-ELAPSED-TIME.
    DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-ELAPSED-HH
        REMAINDER WS-ELAPSED-REM
    DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-ELAPSED-MM
        REMAINDER WS-ELAPSED-SS
    MOVE SPACES TO WS-ELAPSED-TEXT
    STRING WS-ELAPSED-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
        DELIMITED BY SIZE INTO WS-ELAPSED-TEXT.

SET-CYCLE-EXIT-CODE.
    IF WS-CYC-ABORT = 'Y'
        MOVE 8 TO WS-EXIT-CODE
    ELSE
        MOVE WS-CYC-HIGH-RC TO WS-EXIT-CODE
        IF WS-CYC-STOPPED = 'Y' AND WS-EXIT-CODE < 8
            MOVE 8 TO WS-EXIT-CODE
        END-IF
    END-IF.

FINALIZE-CYCLE.
    PERFORM SET-CYCLE-EXIT-CODE
    IF WS-CYCSTAT-OPEN = 'Y'
        CLOSE CYCLE-STATUS-FILE
        MOVE 'N' TO WS-CYCSTAT-OPEN
    END-IF
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    IF WS-CYC-STOPPED = 'Y' OR WS-CYC-ABORT = 'Y'
        MOVE "WARN " TO WS-LOG-SEVERITY
        STRING "Batch cycle stopped - steps run " WS-CYC-STEPS-RUN
            " return code " WS-EXIT-CODE
            DELIMITED BY SIZE INTO WS-LOG-TEXT
    ELSE
        STRING "Batch cycle complete - steps run " WS-CYC-STEPS-RUN
            " return code " WS-EXIT-CODE
            DELIMITED BY SIZE INTO WS-LOG-TEXT
    END-IF
    PERFORM LOG-CYCLE-MESSAGE
    MOVE WS-EXIT-CODE TO RETURN-CODE.

LOG-CYCLE-MESSAGE.
    OPEN EXTEND RUN-LOG-FILE
    IF WS-RUNLOG-STATUS = "35"
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    IF WS-RUNLOG-STATUS = "00"
        MOVE FUNCTION CURRENT-DATE TO WS-CYC-DT
        MOVE SPACES TO RUN-LOG-RECORD
        STRING WS-CYC-DT-YEAR "-" WS-CYC-DT-MONTH "-" WS-CYC-DT-DAY
            " " WS-CYC-DT-HH ":" WS-CYC-DT-MM ":" WS-CYC-DT-SS
            " " WS-LOG-SEVERITY " CYCLE " FUNCTION TRIM(WS-LOG-TEXT)
            DELIMITED BY SIZE INTO RUN-LOG-RECORD
        WRITE RUN-LOG-RECORD
        CLOSE RUN-LOG-FILE
    END-IF
    MOVE "ERROR" TO WS-LOG-SEVERITY.

DISPLAY-CYCLE-ERROR.
    DISPLAY "ERROR: " WS-ERROR-MESSAGE
    MOVE WS-ERROR-MESSAGE TO WS-LOG-TEXT
    PERFORM LOG-CYCLE-MESSAGE.
