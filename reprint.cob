                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS seqFileStatus.
            SELECT SecAuthFile ASSIGN TO "SECAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS secAuthKeyOperator
                FILE STATUS IS secAuthFileStatus.
            SELECT KeyFile ASSIGN TO "KEYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS keyFileKey
                FILE STATUS IS keyFileStatus.
            SELECT AuditLogFile ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS auditFileStatus.
            SELECT SecViolFile ASSIGN TO "SECVIOL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS secViolFileStatus.

        DATA DIVISION.
        FILE SECTION.
        01  sequentialOutputFileRecord PIC x(99).

        FD  SecAuthFile.
        01  secAuthFileRecord.
           05 secAuthKeyOperator PIC x(8).
           05 FILLER PIC x(33).

        FD  KeyFile.
        01  keyFileRecord.
           05 keyFileKey.
              10 keyFileKeyId PIC x(8).
              10 FILLER PIC x(1).
              10 keyFileKeyDate PIC 9(8).
           05 FILLER PIC x(40).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        FD  SecViolFile.
        01  secViolFileRecord PIC x(63).

        WORKING-STORAGE SECTION.
        01 reqFileStatus PIC x(2).
        01 requestCount PIC 9(4) VALUE 0.
        01 foundCount PIC 9(4) VALUE 0.
        01 decryptedCount PIC 9(4) VALUE 0.
        01 refusedCount PIC 9(4) VALUE 0.

        01 decryptDoneSwitch PIC x(1) VALUE "N".
           88 decryptDone VALUE "Y".
           05 headerReadRunDate PIC x(8).
           05 FILLER PIC x(1).
           05 headerReadSourceDataset PIC x(8).
           05 FILLER PIC x(1).
           05 headerReadChainStage OCCURS 3 TIMES.
              10 headerReadStageCipher PIC x(1).
              10 FILLER PIC x(1).
              10 headerReadStageKey PIC x(8).
              10 FILLER PIC x(1).
        01 headerFoundSwitch PIC x(1) VALUE "N".
           88 headerFound VALUE "Y".
        01 headerLineBuffer PIC x(99).
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
        01 secAuthFoundSwitch PIC x(1) VALUE "N".
           88 secAuthOperatorFound VALUE "Y".
        01 operatorAuthorizedSwitch PIC x(1) VALUE "Y".
           88 operatorAuthorized VALUE "Y".
        01 authModeHit PIC 9(2).
        01 authCipherHit PIC 9(2).
        01 secViolFileStatus PIC x(2).
        01 secViolEofSwitch PIC x(1) VALUE "N".
           88 endOfSecViolFile VALUE "Y".
        01 operatorStatusSwitch PIC x(1) VALUE " ".
           88 operatorSuspended VALUE "S".
        01 operatorStatusStamp PIC x(19) VALUE SPACES.
        01 violationReason PIC x(8) VALUE SPACES.
        01 violationThreshold PIC 9(2) VALUE 3.
        01 violationTodayCount PIC 9(4) VALUE 0.

        01 secViolBuildRecord.
           05 secViolStamp PIC x(19).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolOperator PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolMode PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolDataset PIC x(12).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolProgram PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 secViolReason PIC x(8).

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

        01 keyFileReadRecord.
           05 keyId PIC x(8).
        01 keyFoundSwitch PIC x(1) VALUE "N".
           88 keyFound VALUE "Y".
        01 bestKeyEffDate PIC 9(8) VALUE 0.
        01 keyLookupId PIC x(20) VALUE SPACES.
        01 runDateNumeric PIC 9(8).
        01 workingKeyword PIC x(20) VALUE SPACES.
        01 requestKeyword PIC x(20) VALUE SPACES.
           88 reprintVigenere VALUE "V".
           88 reprintAutokey VALUE "A".
           88 reprintTransposition VALUE "T".
           88 reprintChain VALUE "M".

        01 chainStageMax PIC 9(1) VALUE 3.
        01 chainStageCount PIC 9(1) VALUE 0.
        01 chainStageIndex PIC 9(1).
        01 chainAuditRecords PIC 9(6).
        01 chainAuditChars PIC 9(8).
        01 chainAuditFailures PIC 9(6).
        01 chainTable.
           05 chainStage OCCURS 3 TIMES.
              10 chainStageCipher PIC x(1).
              10 chainStageKey PIC x(8).
              10 chainStageKeyword PIC x(20).
              10 chainStageShift PIC 9(2).
        01 chainDeniedCipher PIC x(1) VALUE SPACE.
        01 chainCipherHit PIC 9(2).

        01 keywordLength PIC 99.
        01 keywordPos PIC 99.
        01 autoKeyPos PIC 9(3).

        01 transSpaceChar PIC x(1) VALUE "_".
        01 chainPadChar PIC x(1) VALUE "~".
        01 chainPlainLength PIC 9(4).
        01 chainPadSwitch PIC x(1) VALUE "N".
           88 chainPadStripped VALUE "Y".
        01 transNumCols PIC 99.
        01 transNumRows PIC 99.
        01 transPaddedLen PIC 9(4).
           05 auditReconcileFailures PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditKeyword PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditCompletionCode PIC 9(2) VALUE 0.

        PROCEDURE DIVISION.
                PERFORM Process-Request-Cards.
                DISPLAY " ".
                DISPLAY "Reprint complete.  Requests: " requestCount
                    "  Found: " foundCount
                    "  Decrypted: " decryptedCount
                    "  Refused: " refusedCount.
                STOP RUN.

        Process-Request-Cards.
        Handle-One-Request.
                IF requestCard NOT = SPACES
                        ADD 1 TO requestCount
                        PERFORM Check-Operator-Status
                        IF operatorSuspended
                                PERFORM Refuse-Suspended-Request
                        ELSE
                                PERFORM Fetch-One-Record
                        END-IF
                END-IF.
                PERFORM Read-Request-Card.

        Check-Operator-Status.
                MOVE SPACE TO operatorStatusSwitch.
                MOVE SPACES TO operatorStatusStamp.
                MOVE "N" TO secAuthFoundSwitch.
                OPEN INPUT SecAuthFile.
                IF secAuthFileStatus = "00"
                        MOVE requestOperatorId TO secAuthKeyOperator
                        READ SecAuthFile INTO secAuthReadRecord
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM Check-SecAuth-Status
                        END-READ
                        CLOSE SecAuthFile
                END-IF.

        Check-SecAuth-Status.
                MOVE "Y" TO secAuthFoundSwitch.
                MOVE secAuthStatus TO operatorStatusSwitch.
                MOVE secAuthStatusStamp TO operatorStatusStamp.

        Refuse-Suspended-Request.
                ADD 1 TO refusedCount.
                DISPLAY "Operator " FUNCTION TRIM(requestOperatorId)
                    " is suspended in SECAUTH - request for record "
                    requestRecordNumber " of " FUNCTION TRIM(requestDatasetName)
                    " refused.".
                IF decryptRequested
                        MOVE "D" TO secViolMode
                ELSE
                        MOVE "R" TO secViolMode
                END-IF.
                MOVE SPACE TO secViolCipher.
                MOVE requestDatasetName TO secViolDataset.
                MOVE "REPRINT" TO secViolProgram.
                MOVE "SUSPEND" TO violationReason.
                PERFORM Record-Security-Violation.
                MOVE "N" TO decryptDoneSwitch.
                MOVE SPACE TO reprintCipher.
                MOVE 0 TO chainStageCount.
                MOVE 0 TO stringShift.
                MOVE SPACES TO requestKeyword.
                MOVE 0 TO stringLength.
                PERFORM Write-Audit-Log.

        Fetch-One-Record.
                IF requestDatasetName NOT = SPACES
                        MOVE requestDatasetName TO directFileName
                                MOVE headerReadShift TO stringShift
                        END-IF
                        MOVE headerReadKeywordId TO requestKeyword
                        MOVE 0 TO chainStageCount
                        IF reprintChain
                                MOVE 1 TO chainStageIndex
                                PERFORM Load-Header-Chain-Stage chainStageMax TIMES
                        END-IF
                        IF (reprintCipher NOT = "C" AND reprintCipher NOT = "V"
                            AND reprintCipher NOT = "A" AND reprintCipher NOT = "T"
                            AND reprintCipher NOT = "M")
                           OR (reprintChain AND chainStageCount = 0)
                                DISPLAY "Record " requestRecordNumber " of "
                                    FUNCTION TRIM(directFileName)
                                    " cannot be decrypted - *HEADER* on "
                END-IF.
                PERFORM Write-Audit-Log.

        Load-Header-Chain-Stage.
                IF chainStageCount = chainStageIndex - 1
                   AND (headerReadStageCipher(chainStageIndex) = "C"
                     OR headerReadStageCipher(chainStageIndex) = "V"
                     OR headerReadStageCipher(chainStageIndex) = "A"
                     OR headerReadStageCipher(chainStageIndex) = "T")
                        ADD 1 TO chainStageCount
                        MOVE headerReadStageCipher(chainStageIndex)
                            TO chainStageCipher(chainStageCount)
                        MOVE headerReadStageKey(chainStageIndex)
                            TO chainStageKey(chainStageCount)
                        MOVE SPACES TO chainStageKeyword(chainStageCount)
                        MOVE 0 TO chainStageShift(chainStageCount)
                END-IF.
                ADD 1 TO chainStageIndex.

        Try-Authorized-Decrypt.
                PERFORM Check-Authorization.
                IF operatorAuthorized
                            FUNCTION TRIM(directFileName) " (decrypted): "
                            newString
                ELSE
                        ADD 1 TO refusedCount
                        DISPLAY "Operator " FUNCTION TRIM(requestOperatorId)
                            " is not authorized for mode D cipher "
                            reprintCipher " - decrypt refused."
                        MOVE "D" TO secViolMode
                        IF reprintChain AND chainDeniedCipher NOT = SPACE
                                MOVE chainDeniedCipher TO secViolCipher
                        ELSE
                                MOVE reprintCipher TO secViolCipher
                        END-IF
                        MOVE directFileName TO secViolDataset
                        MOVE "REPRINT" TO secViolProgram
                        PERFORM Record-Security-Violation
                END-IF.

        Check-Message-Span.
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE headerLineBuffer(1:86) TO headerReadRecord
                        END-READ
                        CLOSE SequentialOutputFile
                END-IF.

        Check-Authorization.
                MOVE "Y" TO operatorAuthorizedSwitch.
                MOVE SPACE TO operatorStatusSwitch.
                MOVE SPACES TO operatorStatusStamp.
                MOVE SPACES TO violationReason.
                OPEN INPUT SecAuthFile.
                IF secAuthFileStatus = "00"
                        MOVE "N" TO operatorAuthorizedSwitch
                        MOVE "N" TO secAuthFoundSwitch
                        MOVE requestOperatorId TO secAuthKeyOperator
                        READ SecAuthFile INTO secAuthReadRecord
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM Evaluate-SecAuth-Record
                        END-READ
                        CLOSE SecAuthFile
                        IF NOT secAuthOperatorFound
                                DISPLAY "Operator " FUNCTION TRIM(requestOperatorId)
                                    " is not listed in SECAUTH."
                                MOVE "NOOPER" TO violationReason
                        ELSE
                                IF operatorSuspended
                                        MOVE "SUSPEND" TO violationReason
                                ELSE
                                        MOVE "NOTAUTH" TO violationReason
                                END-IF
                        END-IF
                END-IF.

        Evaluate-SecAuth-Record.
                MOVE "Y" TO secAuthFoundSwitch.
                MOVE secAuthStatus TO operatorStatusSwitch.
                MOVE secAuthStatusStamp TO operatorStatusStamp.
                MOVE 0 TO authModeHit.
                INSPECT secAuthModes TALLYING authModeHit FOR ALL "D".
                MOVE 0 TO authCipherHit.
                IF reprintChain
                        MOVE SPACE TO chainDeniedCipher
                        MOVE 1 TO chainStageIndex
                        PERFORM Check-One-Stage-Cipher chainStageCount TIMES
                        IF chainDeniedCipher = SPACE
                                MOVE 1 TO authCipherHit
                        END-IF
                ELSE
                        INSPECT secAuthCiphers TALLYING authCipherHit FOR ALL reprintCipher
                END-IF.
                IF authModeHit > 0 AND authCipherHit > 0 AND NOT secAuthSuspended
                        MOVE "Y" TO operatorAuthorizedSwitch
                END-IF.

        Check-One-Stage-Cipher.
                MOVE 0 TO chainCipherHit.
                INSPECT secAuthCiphers TALLYING chainCipherHit
                    FOR ALL chainStageCipher(chainStageIndex).
                IF chainCipherHit = 0 AND chainDeniedCipher = SPACE
                        MOVE chainStageCipher(chainStageIndex) TO chainDeniedCipher
                END-IF.
                ADD 1 TO chainStageIndex.

        Resolve-Keyword.
                MOVE requestKeyword TO workingKeyword.
                IF reprintChain
                        MOVE 1 TO chainStageIndex
                        PERFORM Resolve-One-Chain-Stage chainStageCount TIMES
                        MOVE SPACES TO requestKeyword
                        MOVE SPACES TO workingKeyword
                END-IF.
                IF reprintVigenere OR reprintAutokey OR reprintTransposition
                        PERFORM Look-Up-Keyword
                END-IF.

        Look-Up-Keyword.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                COMPUTE runDateNumeric = sysYear * 10000 + sysMonth * 100 + sysDay.
                MOVE 0 TO bestKeyEffDate.
                MOVE "N" TO keyFoundSwitch.
                MOVE FUNCTION TRIM(requestKeyword) TO keyLookupId.
                OPEN INPUT KeyFile.
                IF keyFileStatus = "00"
                        PERFORM Start-Key-Lookup
                        PERFORM Evaluate-Key-Record UNTIL endOfKeyFile
                        CLOSE KeyFile
                END-IF.
                IF keyFound
                        DISPLAY "Keyword ID " FUNCTION TRIM(requestKeyword)
                            " resolved from KEYFILE, effective " bestKeyEffDate "."
                END-IF.

        Resolve-One-Chain-Stage.
                MOVE SPACES TO chainStageKeyword(chainStageIndex).
                MOVE 0 TO chainStageShift(chainStageIndex).
                IF chainStageCipher(chainStageIndex) = "C"
                        IF chainStageKey(chainStageIndex)(1:2) IS NUMERIC
                                MOVE chainStageKey(chainStageIndex)(1:2)
                                    TO chainStageShift(chainStageIndex)
                        END-IF
                ELSE
                        MOVE chainStageKey(chainStageIndex) TO requestKeyword
                        MOVE requestKeyword TO workingKeyword
                        PERFORM Look-Up-Keyword
                        MOVE workingKeyword TO chainStageKeyword(chainStageIndex)
                END-IF.
                ADD 1 TO chainStageIndex.

        Start-Key-Lookup.
                MOVE "N" TO keyFileEofSwitch.
                MOVE SPACES TO keyFileRecord.
                MOVE keyLookupId TO keyFileKeyId.
                MOVE 0 TO keyFileKeyDate.
                START KeyFile KEY IS NOT LESS THAN keyFileKey
                    INVALID KEY
                        MOVE "Y" TO keyFileEofSwitch
                END-START.
                IF NOT endOfKeyFile
                        PERFORM Read-Key-Record
                END-IF.

        Read-Key-Record.
                READ KeyFile NEXT RECORD INTO keyFileReadRecord
                    AT END
                        MOVE "Y" TO keyFileEofSwitch
                END-READ.

        Evaluate-Key-Record.
                IF keyId NOT = keyLookupId OR keyEffDate > runDateNumeric
                        MOVE "Y" TO keyFileEofSwitch
                ELSE
                        MOVE keyText TO workingKeyword
                        MOVE keyEffDate TO bestKeyEffDate
                        MOVE "Y" TO keyFoundSwitch
                        PERFORM Read-Key-Record
                END-IF.

        Run-Decrypt-One-Record.
                MOVE FUNCTION TRIM(Result) TO Result.
                MOVE 0 TO stringLength.
                INSPECT FUNCTION REVERSE(Result) TALLYING stringLength FOR LEADING SPACES.
                COMPUTE stringLength = LENGTH OF Result - stringLength.
                IF reprintChain
                        MOVE chainStageCount TO chainStageIndex
                        PERFORM Run-One-Chain-Decrypt-Stage chainStageCount TIMES
                        PERFORM Strip-Chain-Pad
                        MOVE "M" TO reprintCipher
                ELSE
                        PERFORM Run-Stage-Decrypt
                END-IF.

        Run-One-Chain-Decrypt-Stage.
                MOVE chainStageCipher(chainStageIndex) TO reprintCipher.
                MOVE chainStageKeyword(chainStageIndex) TO workingKeyword.
                MOVE chainStageShift(chainStageIndex) TO stringShift.
                PERFORM Run-Stage-Decrypt.
                MOVE newString TO Result.
                SUBTRACT 1 FROM chainStageIndex.

        Strip-Chain-Pad.
                MOVE 0 TO chainPlainLength.
                INSPECT FUNCTION REVERSE(newString) TALLYING chainPlainLength FOR LEADING SPACES.
                COMPUTE chainPlainLength = LENGTH OF newString - chainPlainLength.
                MOVE "N" TO chainPadSwitch.
                PERFORM Strip-One-Chain-Pad UNTIL chainPadStripped.

        Strip-One-Chain-Pad.
                IF chainPlainLength = 0
                        MOVE "Y" TO chainPadSwitch
                ELSE
                        IF newString(chainPlainLength:1) = chainPadChar
                                MOVE SPACE TO newString(chainPlainLength:1)
                                SUBTRACT 1 FROM chainPlainLength
                        ELSE
                                MOVE "Y" TO chainPadSwitch
                        END-IF
                END-IF.

        Run-Stage-Decrypt.
                MOVE SPACES TO newString.
                MOVE 1 TO i.
                EVALUATE TRUE
                IF decryptDone
                        MOVE 1 TO auditRecordCount
                        MOVE stringLength TO auditTotalChars
                        MOVE 0 TO auditCompletionCode
                ELSE
                        MOVE 0 TO auditRecordCount
                        MOVE 0 TO auditTotalChars
                        MOVE 12 TO auditCompletionCode
                END-IF.
                MOVE 0 TO auditReconcileFailures.
                MOVE FUNCTION TRIM(requestKeyword) TO auditKeyword.
                IF auditFileStatus NOT = "00"
                        OPEN OUTPUT AuditLogFile
                END-IF.
                IF reprintChain
                        MOVE auditRecordCount TO chainAuditRecords
                        MOVE auditTotalChars TO chainAuditChars
                        MOVE auditReconcileFailures TO chainAuditFailures
                        MOVE 1 TO chainStageIndex
                        PERFORM Write-Chain-Stage-Audit chainStageCount TIMES
                ELSE
                        WRITE auditLogFileRecord FROM auditLogBuildRecord
                END-IF.
                CLOSE AuditLogFile.

        Write-Chain-Stage-Audit.
                MOVE chainStageCipher(chainStageIndex) TO auditCipher.
                IF chainStageCipher(chainStageIndex) = "C"
                        MOVE chainStageShift(chainStageIndex) TO auditShift
                        MOVE SPACES TO auditKeyword
                ELSE
                        MOVE 0 TO auditShift
                        MOVE chainStageKey(chainStageIndex) TO auditKeyword
                END-IF.
                IF chainStageIndex < chainStageCount
                        MOVE 0 TO auditRecordCount
                        MOVE 0 TO auditTotalChars
                        MOVE 0 TO auditReconcileFailures
                ELSE
                        MOVE chainAuditRecords TO auditRecordCount
                        MOVE chainAuditChars TO auditTotalChars
                        MOVE chainAuditFailures TO auditReconcileFailures
                END-IF.
                WRITE auditLogFileRecord FROM auditLogBuildRecord.
                ADD 1 TO chainStageIndex.

        Record-Security-Violation.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                MOVE sysYear TO auditYear.
                MOVE sysMonth TO auditMonth.
                MOVE sysDay TO auditDay.
                MOVE sysHour TO auditHour.
                MOVE sysMinute TO auditMinute.
                MOVE sysSecond TO auditSecond.
                MOVE auditTimestamp TO secViolStamp.
                MOVE requestOperatorId TO secViolOperator.
                MOVE violationReason TO secViolReason.
                PERFORM Write-Security-Violation.
                IF secAuthOperatorFound AND NOT operatorSuspended
                        PERFORM Count-Violations-Today
                        IF violationTodayCount >= violationThreshold
                                PERFORM Suspend-Operator
                        END-IF
                END-IF.

        Write-Security-Violation.
                OPEN EXTEND SecViolFile.
                IF secViolFileStatus NOT = "00"
                        OPEN OUTPUT SecViolFile
                END-IF.
                WRITE secViolFileRecord FROM secViolBuildRecord.
                CLOSE SecViolFile.

        Count-Violations-Today.
                MOVE 0 TO violationTodayCount.
                OPEN INPUT SecViolFile.
                IF secViolFileStatus = "00"
                        MOVE "N" TO secViolEofSwitch
                        PERFORM Read-SecViol-Record
                        PERFORM Count-One-Violation UNTIL endOfSecViolFile
                        CLOSE SecViolFile
                END-IF.

        Read-SecViol-Record.
                READ SecViolFile INTO secViolReadRecord
                    AT END
                        MOVE "Y" TO secViolEofSwitch
                END-READ.

        Count-One-Violation.
                IF secViolReadOperator = requestOperatorId
                   AND secViolReadStamp(1:10) = secViolStamp(1:10)
                   AND secViolReadStamp > operatorStatusStamp
                   AND secViolReadReason NOT = "LOCKOUT"
                        ADD 1 TO violationTodayCount
                END-IF.
                PERFORM Read-SecViol-Record.

        Suspend-Operator.
                OPEN I-O SecAuthFile.
                IF secAuthFileStatus NOT = "00"
                        DISPLAY "Unable to update SECAUTH - status " secAuthFileStatus
                            " - operator " FUNCTION TRIM(requestOperatorId) " not suspended."
                ELSE
                        MOVE requestOperatorId TO secAuthKeyOperator
                        READ SecAuthFile INTO secAuthReadRecord
                            INVALID KEY
                                DISPLAY "Operator " FUNCTION TRIM(requestOperatorId)
                                    " no longer in SECAUTH - not suspended."
                            NOT INVALID KEY
                                MOVE "S" TO secAuthStatus
                                MOVE secViolStamp TO secAuthStatusStamp
                                REWRITE secAuthFileRecord FROM secAuthReadRecord
                                    INVALID KEY
                                        DISPLAY "Unable to rewrite SECAUTH - status "
                                            secAuthFileStatus " - operator "
                                            FUNCTION TRIM(requestOperatorId) " not suspended."
                                    NOT INVALID KEY
                                        PERFORM Record-Operator-Lockout
                                END-REWRITE
                        END-READ
                        CLOSE SecAuthFile
                END-IF.

        Record-Operator-Lockout.
                MOVE "S" TO operatorStatusSwitch.
                MOVE secViolStamp TO operatorStatusStamp.
                MOVE "LOCKOUT" TO secViolReason.
                PERFORM Write-Security-Violation.
                DISPLAY "Operator " FUNCTION TRIM(requestOperatorId)
                    " suspended in SECAUTH after " violationTodayCount
                    " security violations today.".
