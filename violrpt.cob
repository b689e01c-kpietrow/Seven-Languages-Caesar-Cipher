        IDENTIFICATION DIVISION.
        PROGRAM-ID. violrpt.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ParameterCardFile ASSIGN TO "SYSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS parmFileStatus.
            SELECT SecViolFile ASSIGN TO "SECVIOL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS secViolFileStatus.
            SELECT SecAuthFile ASSIGN TO "SECAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS secAuthKeyOperator
                FILE STATUS IS secAuthFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  ParameterCardFile.
        01  parameterCardFileRecord PIC x(80).

        FD  SecViolFile.
        01  secViolFileRecord PIC x(63).

        FD  SecAuthFile.
        01  secAuthFileRecord.
           05 secAuthKeyOperator PIC x(8).
           05 FILLER PIC x(33).

        WORKING-STORAGE SECTION.
        01 parmFileStatus PIC x(2).
        01 secViolFileStatus PIC x(2).
        01 secAuthFileStatus PIC x(2).

        01 parameterCard.
           05 parmReportDate PIC x(8).
           05 FILLER PIC x(72).

        01 secViolEofSwitch PIC x(1) VALUE "N".
           88 endOfSecViolFile VALUE "Y".
        01 secAuthEofSwitch PIC x(1) VALUE "N".
           88 endOfSecAuthFile VALUE "Y".

        01 secViolReadRecord.
           05 secViolReadStamp PIC x(19).
           05 FILLER PIC x(1).
           05 secViolReadOperator PIC x(8).
           05 FILLER PIC x(1).
           05 secViolReadMode PIC x(1).
           05 FILLER PIC x(1).
           05 secViolReadCipher PIC x(1).
           05 FILLER PIC x(1).
           05 secViolReadDataset PIC x(12).
           05 FILLER PIC x(1).
           05 secViolReadProgram PIC x(8).
           05 FILLER PIC x(1).
           05 secViolReadReason PIC x(8).

        01 secAuthReadRecord.
           05 secAuthOperator PIC x(8).
           05 FILLER PIC x(1).
           05 secAuthModes PIC x(3).
           05 FILLER PIC x(1).
           05 secAuthCiphers PIC x(4).
           05 FILLER PIC x(1).
           05 secAuthStatus PIC x(1).
              88 secAuthSuspended VALUE "S".
           05 FILLER PIC x(1).
           05 secAuthStatusStamp PIC x(19).
           05 FILLER PIC x(1).
           05 secAuthApprover PIC x(1).

        01 reportDate PIC x(10).
        01 reportDateFields REDEFINES reportDate.
           05 reportYear PIC x(4).
           05 FILLER PIC x(1).
           05 reportMonth PIC x(2).
           05 FILLER PIC x(1).
           05 reportDay PIC x(2).

        01 currentDateTime PIC x(21).
        01 currentDateTimeFields REDEFINES currentDateTime.
           05 sysYear PIC 9(4).
           05 sysMonth PIC 9(2).
           05 sysDay PIC 9(2).
           05 FILLER PIC x(13).

        01 operatorMaxEntries PIC 9(4) VALUE 200.
        01 operatorCount PIC 9(4) VALUE 0.
        01 operatorTable.
           05 operatorEntry OCCURS 200 TIMES.
              10 operatorName PIC x(8).
              10 operatorNoOperCount PIC 9(4).
              10 operatorNotAuthCount PIC 9(4).
              10 operatorSuspendCount PIC 9(4).
              10 operatorLockoutCount PIC 9(4).
              10 operatorTotalCount PIC 9(4).

        01 detailMaxEntries PIC 9(4) VALUE 2000.
        01 detailCount PIC 9(4) VALUE 0.
        01 detailTable.
           05 detailEntry OCCURS 2000 TIMES.
              10 detailTime PIC x(8).
              10 detailOperator PIC x(8).
              10 detailMode PIC x(1).
              10 detailCipher PIC x(1).
              10 detailDataset PIC x(12).
              10 detailProgram PIC x(8).
              10 detailReason PIC x(8).

        01 operatorIndex PIC 9(4).
        01 detailIndex PIC 9(4).
        01 matchFoundSwitch PIC x(1).
           88 matchFound VALUE "Y".

        01 violationReadCount PIC 9(6) VALUE 0.
        01 violationDayCount PIC 9(6) VALUE 0.
        01 lockoutDayCount PIC 9(4) VALUE 0.
        01 suspendedCount PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
                PERFORM Read-Parameter-Card.
                PERFORM Collect-Violations.
                PERFORM Print-Report-Heading.
                PERFORM Print-Operator-Groups.
                PERFORM Print-Report-Totals.
                PERFORM Print-Suspended-Operators.
                STOP RUN.

        Read-Parameter-Card.
                MOVE SPACES TO parameterCard.
                OPEN INPUT ParameterCardFile.
                IF parmFileStatus = "00"
                        READ ParameterCardFile INTO parameterCard
                            AT END
                                CONTINUE
                        END-READ
                        CLOSE ParameterCardFile
                END-IF.
                MOVE "    -  -  " TO reportDate.
                IF parmReportDate IS NUMERIC
                        MOVE parmReportDate(1:4) TO reportYear
                        MOVE parmReportDate(5:2) TO reportMonth
                        MOVE parmReportDate(7:2) TO reportDay
                ELSE
                        MOVE FUNCTION CURRENT-DATE TO currentDateTime
                        MOVE sysYear TO reportYear
                        MOVE sysMonth TO reportMonth
                        MOVE sysDay TO reportDay
                END-IF.

        Collect-Violations.
                OPEN INPUT SecViolFile.
                IF secViolFileStatus NOT = "00"
                        DISPLAY "Unable to open SECVIOL - status "
                            secViolFileStatus " - no violations on file."
                ELSE
                        MOVE "N" TO secViolEofSwitch
                        PERFORM Read-SecViol-Record
                        PERFORM Collect-One-Violation UNTIL endOfSecViolFile
                        CLOSE SecViolFile
                END-IF.

        Read-SecViol-Record.
                READ SecViolFile INTO secViolReadRecord
                    AT END
                        MOVE "Y" TO secViolEofSwitch
                END-READ.

        Collect-One-Violation.
                ADD 1 TO violationReadCount.
                IF secViolReadStamp(1:10) = reportDate
                        ADD 1 TO violationDayCount
                        PERFORM Find-Operator-Entry
                        IF matchFound
                                PERFORM Post-To-Operator-Entry
                        END-IF
                        IF detailCount < detailMaxEntries
                                ADD 1 TO detailCount
                                MOVE secViolReadStamp(12:8) TO detailTime(detailCount)
                                MOVE secViolReadOperator TO detailOperator(detailCount)
                                MOVE secViolReadMode TO detailMode(detailCount)
                                MOVE secViolReadCipher TO detailCipher(detailCount)
                                MOVE secViolReadDataset TO detailDataset(detailCount)
                                MOVE secViolReadProgram TO detailProgram(detailCount)
                                MOVE secViolReadReason TO detailReason(detailCount)
                        ELSE
                                DISPLAY "Detail table full - violation at "
                                    secViolReadStamp " not listed."
                        END-IF
                END-IF.
                PERFORM Read-SecViol-Record.

        Find-Operator-Entry.
                MOVE "N" TO matchFoundSwitch.
                MOVE 1 TO operatorIndex.
                PERFORM Check-One-Operator-Entry operatorCount TIMES.
                IF NOT matchFound
                        IF operatorCount < operatorMaxEntries
                                ADD 1 TO operatorCount
                                MOVE operatorCount TO operatorIndex
                                MOVE secViolReadOperator TO operatorName(operatorIndex)
                                MOVE 0 TO operatorNoOperCount(operatorIndex)
                                MOVE 0 TO operatorNotAuthCount(operatorIndex)
                                MOVE 0 TO operatorSuspendCount(operatorIndex)
                                MOVE 0 TO operatorLockoutCount(operatorIndex)
                                MOVE 0 TO operatorTotalCount(operatorIndex)
                                MOVE "Y" TO matchFoundSwitch
                        ELSE
                                DISPLAY "Operator table full - violations for "
                                    secViolReadOperator " not summarized."
                        END-IF
                END-IF.

        Check-One-Operator-Entry.
                IF NOT matchFound
                        IF operatorName(operatorIndex) = secViolReadOperator
                                MOVE "Y" TO matchFoundSwitch
                        ELSE
                                ADD 1 TO operatorIndex
                        END-IF
                END-IF.

        Post-To-Operator-Entry.
                EVALUATE secViolReadReason
                    WHEN "NOOPER"
                        ADD 1 TO operatorNoOperCount(operatorIndex)
                        ADD 1 TO operatorTotalCount(operatorIndex)
                    WHEN "NOTAUTH"
                        ADD 1 TO operatorNotAuthCount(operatorIndex)
                        ADD 1 TO operatorTotalCount(operatorIndex)
                    WHEN "SUSPEND"
                        ADD 1 TO operatorSuspendCount(operatorIndex)
                        ADD 1 TO operatorTotalCount(operatorIndex)
                    WHEN "LOCKOUT"
                        ADD 1 TO operatorLockoutCount(operatorIndex)
                        ADD 1 TO lockoutDayCount
                    WHEN OTHER
                        ADD 1 TO operatorTotalCount(operatorIndex)
                END-EVALUATE.

        Print-Report-Heading.
                DISPLAY " ".
                DISPLAY "Caesar Cipher System - Daily Security Violation Report".
                DISPLAY "Violations recorded on " reportDate ".".

        Print-Operator-Groups.
                IF operatorCount = 0
                        DISPLAY " "
                        DISPLAY "No security violations recorded on " reportDate "."
                ELSE
                        MOVE 1 TO operatorIndex
                        PERFORM Print-One-Operator-Group operatorCount TIMES
                END-IF.

        Print-One-Operator-Group.
                DISPLAY " ".
                DISPLAY "Operator " operatorName(operatorIndex)
                    "  violations: " operatorTotalCount(operatorIndex)
                    "  (not in SECAUTH " operatorNoOperCount(operatorIndex)
                    ", not granted " operatorNotAuthCount(operatorIndex)
                    ", while suspended " operatorSuspendCount(operatorIndex) ")".
                IF operatorLockoutCount(operatorIndex) > 0
                        DISPLAY "  ** Operator suspended by automatic lockout on this date."
                END-IF.
                DISPLAY "  Time     Program  M C Dataset      Reason".
                MOVE 1 TO detailIndex.
                PERFORM Print-One-Detail-Line detailCount TIMES.
                ADD 1 TO operatorIndex.

        Print-One-Detail-Line.
                IF detailOperator(detailIndex) = operatorName(operatorIndex)
                        DISPLAY "  " detailTime(detailIndex) " "
                            detailProgram(detailIndex) " "
                            detailMode(detailIndex) " "
                            detailCipher(detailIndex) " "
                            detailDataset(detailIndex) " "
                            detailReason(detailIndex)
                END-IF.
                ADD 1 TO detailIndex.

        Print-Report-Totals.
                DISPLAY " ".
                DISPLAY "Violation records read: " violationReadCount
                    "  on " reportDate ": " violationDayCount
                    "  operators: " operatorCount
                    "  lockouts: " lockoutDayCount.

        Print-Suspended-Operators.
                DISPLAY " ".
                DISPLAY "Operators currently suspended in SECAUTH:".
                MOVE 0 TO suspendedCount.
                OPEN INPUT SecAuthFile.
                IF secAuthFileStatus NOT = "00"
                        DISPLAY "  Unable to open SECAUTH - status " secAuthFileStatus "."
                ELSE
                        MOVE "N" TO secAuthEofSwitch
                        PERFORM Read-SecAuth-Record
                        PERFORM Print-One-Suspended-Line UNTIL endOfSecAuthFile
                        CLOSE SecAuthFile
                        IF suspendedCount = 0
                                DISPLAY "  None."
                        END-IF
                END-IF.

        Read-SecAuth-Record.
                MOVE SPACES TO secAuthReadRecord.
                READ SecAuthFile INTO secAuthReadRecord
                    AT END
                        MOVE "Y" TO secAuthEofSwitch
                END-READ.

        Print-One-Suspended-Line.
                IF secAuthSuspended
                        ADD 1 TO suspendedCount
                        DISPLAY "  " secAuthOperator " suspended " secAuthStatusStamp
                            " - reinstate with a keymaint REINST transaction."
                END-IF.
                PERFORM Read-SecAuth-Record.
