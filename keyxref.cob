        IDENTIFICATION DIVISION.
        PROGRAM-ID. keyxref.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ParameterCardFile ASSIGN TO "SYSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS parmFileStatus.
            SELECT KeyFile ASSIGN TO "KEYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS keyFileKey
                FILE STATUS IS keyFileStatus.
            SELECT AuditLogFile ASSIGN TO DYNAMIC auditFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS auditFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  ParameterCardFile.
        01  parameterCardFileRecord PIC x(80).

        FD  KeyFile.
        01  keyFileRecord.
           05 keyFileKey.
              10 keyFileKeyId PIC x(8).
              10 FILLER PIC x(1).
              10 keyFileKeyDate PIC 9(8).
           05 FILLER PIC x(40).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        WORKING-STORAGE SECTION.
        01 parmFileStatus PIC x(2).
        01 keyFileStatus PIC x(2).
        01 auditFileStatus PIC x(2).
        01 auditFileName PIC x(12) VALUE "AUDITLOG".

        01 parameterCard.
           05 parmDatasetName PIC x(12).
           05 FILLER PIC x(68).

        01 parmEofSwitch PIC x(1) VALUE "N".
           88 endOfParameterCards VALUE "Y".
        01 keyFileEofSwitch PIC x(1) VALUE "N".
           88 endOfKeyFile VALUE "Y".
        01 eofSwitch PIC x(1) VALUE "N".
           88 endOfAuditFile VALUE "Y".

        01 keyFileReadRecord.
           05 keyId PIC x(8).
           05 FILLER PIC x(1).
           05 keyEffDate PIC 9(8).
           05 FILLER PIC x(1).
           05 keyText PIC x(20).
           05 FILLER PIC x(19).

        01 auditLogReadRecord.
           05 auditStamp PIC x(19).
           05 FILLER PIC x(1).
           05 auditOperator PIC x(8).
           05 FILLER PIC x(1).
           05 auditMode PIC x(1).
           05 FILLER PIC x(1).
           05 auditCipher PIC x(1).
           05 FILLER PIC x(1).
           05 auditShift PIC 9(2).
           05 FILLER PIC x(1).
           05 auditRecordCount PIC 9(6).
           05 FILLER PIC x(1).
           05 auditTotalChars PIC 9(8).
           05 FILLER PIC x(1).
           05 auditReconcileFailures PIC 9(6).
           05 FILLER PIC x(1).
           05 auditKeyword PIC x(20).
           05 FILLER PIC x(1).
           05 auditCompletionCode PIC x(2).

        01 auditUseDate.
           05 auditUseYear PIC x(4).
           05 auditUseMonth PIC x(2).
           05 auditUseDay PIC x(2).
        01 auditUseDateNumeric REDEFINES auditUseDate PIC 9(8).

        01 xrefMaxEntries PIC 9(4) VALUE 500.
        01 xrefCount PIC 9(4) VALUE 0.
        01 xrefTable.
           05 xrefEntry OCCURS 500 TIMES.
              10 xrefKeyId PIC x(8).
              10 xrefEffDate PIC 9(8).
              10 xrefFirstUse PIC x(10).
              10 xrefLastUse PIC x(10).
              10 xrefEncryptRuns PIC 9(6).
              10 xrefDecryptRuns PIC 9(6).
              10 xrefReprintRuns PIC 9(6).
              10 xrefRecords PIC 9(8).
              10 xrefOperatorCount PIC 9(2).
              10 xrefOperator OCCURS 5 TIMES PIC x(8).
              10 xrefMoreOperators PIC x(1).

        01 unresolvedMaxEntries PIC 9(4) VALUE 200.
        01 unresolvedCount PIC 9(4) VALUE 0.
        01 unresolvedTable.
           05 unresolvedEntry OCCURS 200 TIMES.
              10 unresolvedKeyword PIC x(20).
              10 unresolvedFirstUse PIC x(10).
              10 unresolvedLastUse PIC x(10).
              10 unresolvedRuns PIC 9(6).
              10 unresolvedRecords PIC 9(8).

        01 xrefIndex PIC 9(4).
        01 bestIndex PIC 9(4).
        01 bestEffDate PIC 9(8).
        01 unresolvedIndex PIC 9(4).
        01 operatorIndex PIC 9(2).
        01 matchFoundSwitch PIC x(1).
           88 matchFound VALUE "Y".

        01 operatorListText PIC x(46).
        01 operatorListPos PIC 9(2).
        01 moreText PIC x(1).

        01 generationCount PIC 9(4) VALUE 0.
        01 auditReadCount PIC 9(6) VALUE 0.
        01 keyedUseCount PIC 9(6) VALUE 0.
        01 resolvedUseCount PIC 9(6) VALUE 0.
        01 unresolvedUseCount PIC 9(6) VALUE 0.
        01 neverUsedCount PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
                PERFORM Load-Key-Table.
                MOVE "AUDITLOG" TO auditFileName.
                PERFORM Roll-Up-Audit-Log.
                PERFORM Process-Parameter-Cards.
                PERFORM Print-Cross-Reference.
                PERFORM Print-Unresolved-Keys.
                PERFORM Print-Unused-Keys.
                STOP RUN.

        Load-Key-Table.
                MOVE 0 TO xrefCount.
                OPEN INPUT KeyFile.
                IF keyFileStatus NOT = "00"
                        DISPLAY "Unable to open KEYFILE - status "
                            keyFileStatus "."
                        DISPLAY "Every keyed audit entry will be listed as unresolved."
                ELSE
                        MOVE "N" TO keyFileEofSwitch
                        PERFORM Read-Key-Record
                        PERFORM Store-Key-Record UNTIL endOfKeyFile
                        CLOSE KeyFile
                END-IF.

        Read-Key-Record.
                READ KeyFile INTO keyFileReadRecord
                    AT END
                        MOVE "Y" TO keyFileEofSwitch
                END-READ.

        Store-Key-Record.
                IF keyId NOT = SPACES
                        IF xrefCount < xrefMaxEntries
                                ADD 1 TO xrefCount
                                MOVE keyId TO xrefKeyId(xrefCount)
                                MOVE keyEffDate TO xrefEffDate(xrefCount)
                                MOVE SPACES TO xrefFirstUse(xrefCount)
                                MOVE SPACES TO xrefLastUse(xrefCount)
                                MOVE 0 TO xrefEncryptRuns(xrefCount)
                                MOVE 0 TO xrefDecryptRuns(xrefCount)
                                MOVE 0 TO xrefReprintRuns(xrefCount)
                                MOVE 0 TO xrefRecords(xrefCount)
                                MOVE 0 TO xrefOperatorCount(xrefCount)
                                MOVE SPACES TO xrefMoreOperators(xrefCount)
                        ELSE
                                DISPLAY "Key table full - KEYFILE entry "
                                    keyId " " keyEffDate " not reported."
                        END-IF
                END-IF.
                PERFORM Read-Key-Record.

        Process-Parameter-Cards.
                OPEN INPUT ParameterCardFile.
                IF parmFileStatus = "00"
                        MOVE "N" TO parmEofSwitch
                        PERFORM Read-Parameter-Card
                        PERFORM Process-One-Parameter-Card UNTIL endOfParameterCards
                        CLOSE ParameterCardFile
                END-IF.

        Read-Parameter-Card.
                MOVE SPACES TO parameterCard.
                READ ParameterCardFile INTO parameterCard
                    AT END
                        MOVE "Y" TO parmEofSwitch
                END-READ.

        Process-One-Parameter-Card.
                IF parmDatasetName NOT = SPACES
                        MOVE parmDatasetName TO auditFileName
                        PERFORM Roll-Up-Audit-Log
                END-IF.
                PERFORM Read-Parameter-Card.

        Roll-Up-Audit-Log.
                MOVE "N" TO eofSwitch.
                OPEN INPUT AuditLogFile.
                IF auditFileStatus NOT = "00"
                        DISPLAY "Unable to open " FUNCTION TRIM(auditFileName)
                            " - status " auditFileStatus " - generation skipped."
                ELSE
                        ADD 1 TO generationCount
                        DISPLAY "Reading audit trail from "
                            FUNCTION TRIM(auditFileName) "."
                        PERFORM Read-Audit-Record
                        PERFORM Accumulate-One-Record UNTIL endOfAuditFile
                        CLOSE AuditLogFile
                END-IF.

        Read-Audit-Record.
                READ AuditLogFile INTO auditLogReadRecord
                    AT END
                        MOVE "Y" TO eofSwitch
                END-READ.

        Accumulate-One-Record.
                ADD 1 TO auditReadCount.
                IF auditKeyword NOT = SPACES
                   AND (auditMode = "E" OR auditMode = "D" OR auditMode = "R")
                        ADD 1 TO keyedUseCount
                        MOVE auditStamp(1:4) TO auditUseYear
                        MOVE auditStamp(6:2) TO auditUseMonth
                        MOVE auditStamp(9:2) TO auditUseDay
                        PERFORM Find-Effective-Key
                        IF matchFound
                                ADD 1 TO resolvedUseCount
                                PERFORM Post-To-Key-Entry
                        ELSE
                                ADD 1 TO unresolvedUseCount
                                PERFORM Post-To-Unresolved-Entry
                        END-IF
                END-IF.
                PERFORM Read-Audit-Record.

        Find-Effective-Key.
                MOVE "N" TO matchFoundSwitch.
                MOVE 0 TO bestIndex.
                MOVE 0 TO bestEffDate.
                IF auditUseDate IS NUMERIC AND auditKeyword(9:12) = SPACES
                        MOVE 1 TO xrefIndex
                        PERFORM Check-One-Key-Entry xrefCount TIMES
                END-IF.

        Check-One-Key-Entry.
                IF xrefKeyId(xrefIndex) = auditKeyword(1:8)
                   AND xrefEffDate(xrefIndex) <= auditUseDateNumeric
                   AND (NOT matchFound OR xrefEffDate(xrefIndex) > bestEffDate)
                        MOVE "Y" TO matchFoundSwitch
                        MOVE xrefIndex TO bestIndex
                        MOVE xrefEffDate(xrefIndex) TO bestEffDate
                END-IF.
                ADD 1 TO xrefIndex.

        Post-To-Key-Entry.
                IF xrefFirstUse(bestIndex) = SPACES
                   OR auditStamp(1:10) < xrefFirstUse(bestIndex)
                        MOVE auditStamp(1:10) TO xrefFirstUse(bestIndex)
                END-IF.
                IF xrefLastUse(bestIndex) = SPACES
                   OR auditStamp(1:10) > xrefLastUse(bestIndex)
                        MOVE auditStamp(1:10) TO xrefLastUse(bestIndex)
                END-IF.
                EVALUATE auditMode
                    WHEN "E"
                        ADD 1 TO xrefEncryptRuns(bestIndex)
                    WHEN "D"
                        ADD 1 TO xrefDecryptRuns(bestIndex)
                    WHEN "R"
                        ADD 1 TO xrefReprintRuns(bestIndex)
                END-EVALUATE.
                IF auditRecordCount IS NUMERIC
                        ADD auditRecordCount TO xrefRecords(bestIndex)
                END-IF.
                MOVE "N" TO matchFoundSwitch.
                MOVE 1 TO operatorIndex.
                PERFORM Check-One-Operator xrefOperatorCount(bestIndex) TIMES.
                IF NOT matchFound
                        IF xrefOperatorCount(bestIndex) < 5
                                ADD 1 TO xrefOperatorCount(bestIndex)
                                MOVE auditOperator TO
                                    xrefOperator(bestIndex, xrefOperatorCount(bestIndex))
                        ELSE
                                MOVE "+" TO xrefMoreOperators(bestIndex)
                        END-IF
                END-IF.

        Check-One-Operator.
                IF xrefOperator(bestIndex, operatorIndex) = auditOperator
                        MOVE "Y" TO matchFoundSwitch
                END-IF.
                ADD 1 TO operatorIndex.

        Post-To-Unresolved-Entry.
                MOVE "N" TO matchFoundSwitch.
                MOVE 1 TO unresolvedIndex.
                PERFORM Check-One-Unresolved-Entry unresolvedCount TIMES.
                IF NOT matchFound
                        IF unresolvedCount < unresolvedMaxEntries
                                ADD 1 TO unresolvedCount
                                MOVE unresolvedCount TO unresolvedIndex
                                MOVE auditKeyword TO unresolvedKeyword(unresolvedIndex)
                                MOVE auditStamp(1:10) TO unresolvedFirstUse(unresolvedIndex)
                                MOVE auditStamp(1:10) TO unresolvedLastUse(unresolvedIndex)
                                MOVE 0 TO unresolvedRuns(unresolvedIndex)
                                MOVE 0 TO unresolvedRecords(unresolvedIndex)
                                MOVE "Y" TO matchFoundSwitch
                        ELSE
                                DISPLAY "Unresolved table full - audit entry for "
                                    FUNCTION TRIM(auditKeyword) " not listed."
                        END-IF
                END-IF.
                IF matchFound
                        IF auditStamp(1:10) < unresolvedFirstUse(unresolvedIndex)
                                MOVE auditStamp(1:10) TO unresolvedFirstUse(unresolvedIndex)
                        END-IF
                        IF auditStamp(1:10) > unresolvedLastUse(unresolvedIndex)
                                MOVE auditStamp(1:10) TO unresolvedLastUse(unresolvedIndex)
                        END-IF
                        ADD 1 TO unresolvedRuns(unresolvedIndex)
                        IF auditRecordCount IS NUMERIC
                                ADD auditRecordCount TO unresolvedRecords(unresolvedIndex)
                        END-IF
                END-IF.

        Check-One-Unresolved-Entry.
                IF NOT matchFound
                        IF unresolvedKeyword(unresolvedIndex) = auditKeyword
                                MOVE "Y" TO matchFoundSwitch
                        ELSE
                                ADD 1 TO unresolvedIndex
                        END-IF
                END-IF.

        Print-Cross-Reference.
                DISPLAY " ".
                DISPLAY "Caesar Cipher System - Key Usage Cross-Reference".
                DISPLAY "Audit generations read: " generationCount
                    "  audit entries: " auditReadCount
                    "  keyed entries: " keyedUseCount.
                DISPLAY " ".
                DISPLAY "Key ID   Eff date First use  Last use   Encrypt Decrypt Reprint  Records Operators".
                DISPLAY "-------- -------- ---------- ---------- ------- ------- ------- -------- ----------------------------------------------".
                MOVE 1 TO xrefIndex.
                PERFORM Print-One-Key-Line xrefCount TIMES.
                DISPLAY "-------- -------- ---------- ---------- ------- ------- ------- -------- ----------------------------------------------".
                DISPLAY "Keyed audit entries resolved to KEYFILE: " resolvedUseCount
                    "  unresolved: " unresolvedUseCount.

        Print-One-Key-Line.
                MOVE SPACES TO operatorListText.
                MOVE 1 TO operatorListPos.
                MOVE 1 TO operatorIndex.
                PERFORM Add-Operator-To-List xrefOperatorCount(xrefIndex) TIMES.
                IF xrefMoreOperators(xrefIndex) = "+"
                        MOVE "+" TO operatorListText(operatorListPos:1)
                END-IF.
                DISPLAY xrefKeyId(xrefIndex) " "
                    xrefEffDate(xrefIndex) " "
                    xrefFirstUse(xrefIndex) " "
                    xrefLastUse(xrefIndex) "  "
                    xrefEncryptRuns(xrefIndex) "  "
                    xrefDecryptRuns(xrefIndex) "  "
                    xrefReprintRuns(xrefIndex) " "
                    xrefRecords(xrefIndex) " "
                    operatorListText.
                ADD 1 TO xrefIndex.

        Add-Operator-To-List.
                MOVE xrefOperator(xrefIndex, operatorIndex)
                    TO operatorListText(operatorListPos:8).
                ADD 9 TO operatorListPos.
                ADD 1 TO operatorIndex.

        Print-Unresolved-Keys.
                DISPLAY " ".
                DISPLAY "Key IDs in the audit trail that do not resolve in KEYFILE:".
                IF unresolvedCount = 0
                        DISPLAY "  None."
                ELSE
                        DISPLAY "  Key ID / keyword       First use  Last use     Runs  Records"
                        MOVE 1 TO unresolvedIndex
                        PERFORM Print-One-Unresolved-Line unresolvedCount TIMES
                END-IF.

        Print-One-Unresolved-Line.
                DISPLAY "  " unresolvedKeyword(unresolvedIndex) " "
                    unresolvedFirstUse(unresolvedIndex) " "
                    unresolvedLastUse(unresolvedIndex) " "
                    unresolvedRuns(unresolvedIndex) " "
                    unresolvedRecords(unresolvedIndex).
                ADD 1 TO unresolvedIndex.

        Print-Unused-Keys.
                DISPLAY " ".
                DISPLAY "KEYFILE entries never used in the audit trail read:".
                MOVE 0 TO neverUsedCount.
                MOVE 1 TO xrefIndex.
                PERFORM Print-One-Unused-Line xrefCount TIMES.
                IF neverUsedCount = 0
                        DISPLAY "  None."
                ELSE
                        DISPLAY "  Entries never used: " neverUsedCount
                END-IF.

        Print-One-Unused-Line.
                IF xrefFirstUse(xrefIndex) = SPACES
                        ADD 1 TO neverUsedCount
                        DISPLAY "  " xrefKeyId(xrefIndex) " " xrefEffDate(xrefIndex)
                END-IF.
                ADD 1 TO xrefIndex.
