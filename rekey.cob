        IDENTIFICATION DIVISION.
        PROGRAM-ID. rekey.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ControlCardFile ASSIGN TO "SYSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ccFileStatus.
            SELECT InputFile ASSIGN TO DYNAMIC inputFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS inFileStatus.
            SELECT OutputFile ASSIGN TO DYNAMIC outputFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS outFileStatus.
            SELECT DirectOutputFile ASSIGN TO DYNAMIC directFileName
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS directRecKey
                FILE STATUS IS directFileStatus.
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
            SELECT ReconErrFile ASSIGN TO "RECONERR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS reconErrFileStatus.
            SELECT CatalogFile ASSIGN TO "CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS catalogFileStatus.
            SELECT CatalogScratchFile ASSIGN TO "CATTEMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS catScratchFileStatus.
            SELECT SecViolFile ASSIGN TO "SECVIOL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS secViolFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  ControlCardFile.
        01  controlCardFileRecord PIC x(80).

        FD  InputFile.
        01  inputFileRecord PIC x(99).

        FD  OutputFile.
        01  outputFileRecord PIC x(99).

        FD  DirectOutputFile.
        01  directOutputFileRecord PIC x(99).

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

        FD  ReconErrFile.
        01  reconErrFileRecord PIC x(2049).

        FD  CatalogFile.
        01  catalogFileRecord PIC x(167).

        FD  CatalogScratchFile.
        01  catalogScratchFileRecord PIC x(167).


        FD  SecViolFile.
        01  secViolFileRecord PIC x(63).

        WORKING-STORAGE SECTION.
        01 ccFileStatus PIC x(2).
        01 inFileStatus PIC x(2).
        01 outFileStatus PIC x(2).
        01 directFileStatus PIC x(2).
        01 secAuthFileStatus PIC x(2).
        01 keyFileStatus PIC x(2).
        01 auditFileStatus PIC x(2).
        01 reconErrFileStatus PIC x(2).
        01 catalogFileStatus PIC x(2).
        01 catScratchFileStatus PIC x(2).

        01 ccEofSwitch PIC x(1) VALUE "N".
           88 endOfControlCards VALUE "Y".
        01 eofSwitch PIC x(1) VALUE "N".
           88 endOfInputFile VALUE "Y".

        01 inputFileName PIC x(8).
        01 outputFileName PIC x(8).
        01 directFileName PIC x(12).
        01 directRecKey PIC 9(6).
        01 directFileSwitch PIC x(1) VALUE "N".
           88 directFileOpen VALUE "Y".
        01 outputNameLength PIC 99.

        01 controlCard.
           05 rekeyCipher PIC x(1).
           05 FILLER PIC x(1).
           05 rekeyShift PIC 9(2).
           05 FILLER PIC x(1).
           05 operatorId PIC x(8).
           05 FILLER PIC x(1).
           05 rekeyKeywordId PIC x(20).
           05 FILLER PIC x(1).
           05 inputDatasetName PIC x(8).
           05 FILLER PIC x(1).
           05 outputDatasetName PIC x(8).
           05 FILLER PIC x(28).

        01 refuseReason PIC x(40) VALUE SPACES.

        01 cipherType PIC x(1) VALUE "C".
           88 cipherCaesar VALUE "C".
           88 cipherVigenere VALUE "V".
           88 cipherAutokey VALUE "A".
           88 cipherTransposition VALUE "T".

        01 oldCipher PIC x(1).
        01 oldShift PIC 99 VALUE 0.
        01 oldKeywordId PIC x(20).
        01 oldKeyword PIC x(20).
        01 oldKeyEffDate PIC 9(8) VALUE 0.
        01 oldHeaderDate PIC 9(8) VALUE 0.
        01 oldSourceDataset PIC x(8).
        01 newShift PIC 99 VALUE 0.
        01 newKeyword PIC x(20).
        01 newKeyEffDate PIC 9(8) VALUE 0.

        01 chainStageMax PIC 9(1) VALUE 3.
        01 chainStageCount PIC 9(1) VALUE 0.
        01 chainStageIndex PIC 9(1).
        01 chainTable.
           05 chainStage OCCURS 3 TIMES.
              10 chainStageCipher PIC x(1).
              10 chainStageKey PIC x(8).
              10 chainStageKeyword PIC x(20).
              10 chainStageShift PIC 9(2).
        01 chainDeniedCipher PIC x(1) VALUE SPACE.
        01 chainCipherHit PIC 9(2).
        01 chainPadChar PIC x(1) VALUE "~".
        01 chainPlainLength PIC 9(4).
        01 chainPadSwitch PIC x(1) VALUE "N".
           88 chainPadStripped VALUE "Y".

        01 Result PIC x(999).
        01 newString PIC x(999).
        01 ciphertextHold PIC x(999).
        01 plainHold PIC x(999).
        01 messageText PIC x(999).
        01 messageLength PIC 9(4).
        01 plainLength PIC 9(4).
        01 cipherLength PIC 9(4).
        01 messageOverflowSwitch PIC x(1) VALUE "N".
           88 messageOverflow VALUE "Y".
        01 inputLineBuffer PIC x(99).
        01 outputLineBuffer PIC x(99).
        01 abc PIC x(99) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01 cba PIC x(99) VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA".
        01 abcLower PIC x(99) VALUE "abcdefghijklmnopqrstuvwxyz".
        01 cbaLower PIC x(99) VALUE "zyxwvutsrqponmlkjihgfedcba".
        01 stringLength PIC 9(4).
        01 stringShift PIC 99.
        01 CharCount PIC 99.
        01 searchChar PIC x(1).
        01 shiftPos PIC 99.
        01 i PIC 9(4) VALUE 1.

        01 dailyShiftValues PIC x(14) VALUE "03050708111315".
        01 dailyShiftTable REDEFINES dailyShiftValues.
           05 dailyShift OCCURS 7 TIMES PIC 9(2).
        01 dayOfWeek PIC 9(1).

        01 workingKeyword PIC x(20) VALUE SPACES.
        01 keywordLength PIC 99.
        01 keywordPos PIC 99.
        01 keyChar PIC x(1).
        01 keyShift PIC 99.

        01 autoKeyStream PIC x(1020).
        01 autoKeyPos PIC 9(4).

        01 transPadChar PIC x(1) VALUE "X".
        01 transSpaceChar PIC x(1) VALUE "_".
        01 transWorkText PIC x(999).
        01 transNumCols PIC 99.
        01 transNumRows PIC 9(4).
        01 transPaddedLen PIC 9(4).
        01 transRemainder PIC 99.
        01 transPlainPos PIC 9(4).
        01 transOutPos PIC 9(4).
        01 transRank PIC 99.
        01 transCol PIC 99.
        01 transRow PIC 9(4).
        01 transActualCol PIC 99.
        01 transBestLetter PIC x(1).
        01 transBestCol PIC 99.
        01 transKeywordUpper PIC x(20).
        01 transColumnUsed PIC x(20) VALUE SPACES.
        01 transColumnOrderTable.
           05 transColumnOrder OCCURS 20 TIMES PIC 99.
        01 transGridTable.
           05 transGridChar OCCURS 999 TIMES PIC x(1).

        01 outCipherLength PIC 9(4).
        01 outSplitPos PIC 9(4).
        01 outSegmentLength PIC 9(4).
        01 outputLinesWritten PIC 9(6) VALUE 0.

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
        01 secAuthFoundSwitch PIC x(1) VALUE "N".
           88 secAuthOperatorFound VALUE "Y".
        01 operatorAuthorizedSwitch PIC x(1) VALUE "Y".
           88 operatorAuthorized VALUE "Y".
        01 authModeHit PIC 9(2).
        01 authCipherHit PIC 9(2).
        01 deniedMode PIC x(1).
        01 deniedCipher PIC x(1).
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
           05 FILLER PIC x(1).
           05 keyEffDate PIC 9(8).
           05 FILLER PIC x(1).
           05 keyText PIC x(20).
           05 FILLER PIC x(19).
        01 keyFileEofSwitch PIC x(1) VALUE "N".
           88 endOfKeyFile VALUE "Y".
        01 keyFoundSwitch PIC x(1) VALUE "N".
           88 keyFound VALUE "Y".
        01 bestKeyEffDate PIC 9(8) VALUE 0.
        01 lookupKeyId PIC x(20).
        01 lookupAsOfDate PIC 9(8).
        01 runDateNumeric PIC 9(8).

        01 headerBuildRecord.
           05 headerTag PIC x(8) VALUE "*HEADER*".
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerShift PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerKeywordId PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerRunDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerSourceDataset PIC x(8).

        01 headerReadRecord.
           05 headerReadTag PIC x(8).
           05 FILLER PIC x(1).
           05 headerReadCipher PIC x(1).
           05 FILLER PIC x(1).
           05 headerReadShift PIC x(2).
           05 FILLER PIC x(1).
           05 headerReadKeywordId PIC x(20).
           05 FILLER PIC x(1).
           05 headerReadRunDate PIC x(8).
           05 FILLER PIC x(1).
           05 headerReadSourceDataset PIC x(8).
           05 FILLER PIC x(1).
           05 headerReadChainStage OCCURS 3 TIMES.
              10 headerReadStageCipher PIC x(1).
              10 FILLER PIC x(1).
              10 headerReadStageKey PIC x(8).
              10 FILLER PIC x(1).

        01 trailerBuildRecord.
           05 trailerTag PIC x(9) VALUE "*TRAILER*".
           05 FILLER PIC x(1) VALUE SPACE.
           05 trailerRecordCount PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 trailerTotalChars PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 trailerMessageCount PIC 9(6).

        01 trailerReadRecord.
           05 trailerReadTag PIC x(9).
           05 FILLER PIC x(1).
           05 trailerReadRecordCount PIC 9(6).
           05 FILLER PIC x(1).
           05 trailerReadTotalChars PIC 9(8).
           05 FILLER PIC x(1).
           05 trailerReadMessageCount PIC 9(6).
        01 trailerEofSwitch PIC x(1) VALUE "N".
           88 endOfTrailerScan VALUE "Y".
        01 trailerFoundSwitch PIC x(1) VALUE "N".
           88 trailerFound VALUE "Y".

        01 oldTrailerRecords PIC 9(6) VALUE 0.
        01 oldTrailerChars PIC 9(8) VALUE 0.
        01 oldTrailerMessages PIC 9(6) VALUE 0.

        01 messageCount PIC 9(6) VALUE 0.
        01 totalPlainChars PIC 9(8) VALUE 0.
        01 reconcileFailureCount PIC 9(6) VALUE 0.
        01 trailerMismatchSwitch PIC x(1) VALUE "N".
           88 trailerMismatch VALUE "Y".

        01 datasetCount PIC 9(4) VALUE 0.
        01 rekeyedCount PIC 9(4) VALUE 0.
        01 refusedCount PIC 9(4) VALUE 0.
        01 failedCount PIC 9(4) VALUE 0.
        01 grandReconcileFailures PIC 9(6) VALUE 0.
        01 rekeyFailedSwitch PIC x(1) VALUE "N".
           88 rekeyFailed VALUE "Y".
        01 rekeyCompletionCode PIC 9(2) VALUE 0.
        01 highestCompletionCode PIC 9(2) VALUE 0.

        01 reconErrBuildRecord.
           05 reconErrStamp PIC x(19).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrJobNumber PIC 9(4).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrDataset PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrRecNumber PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrFailType PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrExpected PIC x(999).
           05 FILLER PIC x(1) VALUE SPACE.
           05 reconErrActual PIC x(999).
        01 reconCountText.
           05 reconCountLead PIC x(8).
           05 reconCountRecords PIC 9(6).
           05 FILLER PIC x(3) VALUE " / ".
           05 reconCountChars PIC 9(8).
           05 FILLER PIC x(3) VALUE " / ".
           05 reconCountMessages PIC 9(6).

        01 currentDateTime PIC x(21).
        01 currentDateTimeFields REDEFINES currentDateTime.
           05 sysYear PIC 9(4).
           05 sysMonth PIC 9(2).
           05 sysDay PIC 9(2).
           05 sysHour PIC 9(2).
           05 sysMinute PIC 9(2).
           05 sysSecond PIC 9(2).
           05 FILLER PIC x(7).

        01 auditTimestamp.
           05 auditYear PIC 9(4).
           05 FILLER PIC x(1) VALUE "-".
           05 auditMonth PIC 9(2).
           05 FILLER PIC x(1) VALUE "-".
           05 auditDay PIC 9(2).
           05 FILLER PIC x(1) VALUE " ".
           05 auditHour PIC 9(2).
           05 FILLER PIC x(1) VALUE ":".
           05 auditMinute PIC 9(2).
           05 FILLER PIC x(1) VALUE ":".
           05 auditSecond PIC 9(2).

        01 auditLogBuildRecord.
           05 auditStamp PIC x(19).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditOperator PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditMode PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditShift PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditRecordCount PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditTotalChars PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditReconcileFailures PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditKeyword PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditCompletionCode PIC 9(2) VALUE 0.

        01 catalogEofSwitch PIC x(1) VALUE "N".
           88 endOfCatalog VALUE "Y".
        01 catalogLastEntry PIC 9(6) VALUE 0.
        01 catalogConsumedEntry PIC 9(6) VALUE 0.
        01 catalogNewEntry PIC 9(6) VALUE 0.

        01 catalogBuildRecord.
           05 catEntryNumber PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catStatus PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catDataset PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catSourceDataset PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catMode PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catShift PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catKeywordId PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catRunDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catOperator PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catRecordCount PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catTotalChars PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catMessageCount PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catSourceEntry PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catConsumedEntry PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catConsumedDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 catChainSummary PIC x(41).

        01 catalogReadRecord.
           05 catReadEntryNumber PIC 9(6).
           05 FILLER PIC x(1).
           05 catReadStatus PIC x(8).
              88 catReadActive VALUE "ACTIVE".
           05 FILLER PIC x(1).
           05 catReadDataset PIC x(8).
           05 FILLER PIC x(1).
           05 catReadSourceDataset PIC x(8).
           05 FILLER PIC x(1).
           05 catReadMode PIC x(1).
           05 FILLER PIC x(1).
           05 catReadCipher PIC x(1).
           05 FILLER PIC x(1).
           05 catReadShift PIC 9(2).
           05 FILLER PIC x(1).
           05 catReadKeywordId PIC x(20).
           05 FILLER PIC x(1).
           05 catReadRunDate PIC 9(8).
           05 FILLER PIC x(1).
           05 catReadOperator PIC x(8).
           05 FILLER PIC x(1).
           05 catReadRecordCount PIC 9(6).
           05 FILLER PIC x(1).
           05 catReadTotalChars PIC 9(8).
           05 FILLER PIC x(1).
           05 catReadMessageCount PIC 9(6).
           05 FILLER PIC x(1).
           05 catReadSourceEntry PIC 9(6).
           05 FILLER PIC x(1).
           05 catReadConsumedEntry PIC 9(6).
           05 FILLER PIC x(1).
           05 catReadConsumedDate PIC 9(8).
           05 FILLER PIC x(1).
           05 catReadChainSummary PIC x(41).

        PROCEDURE DIVISION.
                PERFORM Process-Control-Card-Stream.
                DISPLAY " ".
                DISPLAY "Rekey complete.  Datasets: " datasetCount
                    "  Rekeyed: " rekeyedCount
                    "  Refused: " refusedCount
                    "  Failed: " failedCount
                    "  Reconciliation failures: " grandReconcileFailures.
                DISPLAY "Highest completion code: " highestCompletionCode.
                MOVE highestCompletionCode TO RETURN-CODE.
                STOP RUN.

        Process-Control-Card-Stream.
                OPEN INPUT ControlCardFile.
                IF ccFileStatus NOT = "00"
                        DISPLAY "No control card found - nothing to rekey."
                ELSE
                        MOVE "N" TO ccEofSwitch
                        PERFORM Read-One-Control-Card
                        PERFORM Process-One-Control-Card UNTIL endOfControlCards
                        CLOSE ControlCardFile
                END-IF.

        Read-One-Control-Card.
                READ ControlCardFile INTO controlCard
                    AT END
                        MOVE "Y" TO ccEofSwitch
                END-READ.

        Process-One-Control-Card.
                IF controlCard NOT = SPACES
                        ADD 1 TO datasetCount
                        PERFORM Rekey-One-Dataset
                END-IF.
                PERFORM Read-One-Control-Card.

        Rekey-One-Dataset.
                PERFORM Initialize-Rekey.
                PERFORM Validate-Control-Card.
                IF refuseReason = SPACES
                        PERFORM Read-Input-Header
                END-IF.
                IF refuseReason = SPACES
                        PERFORM Read-Input-Trailer
                END-IF.
                IF refuseReason = SPACES
                        PERFORM Check-Authorization
                END-IF.
                IF refuseReason = SPACES
                        PERFORM Resolve-Old-Key
                END-IF.
                IF refuseReason = SPACES
                        PERFORM Resolve-New-Key
                        PERFORM Open-Rekey-Files
                END-IF.
                IF refuseReason = SPACES
                        DISPLAY " "
                        DISPLAY "Rekeying " FUNCTION TRIM(inputFileName)
                            " -> " FUNCTION TRIM(outputFileName)
                            ": cipher " oldCipher " key " FUNCTION TRIM(oldKeywordId)
                            " shift " oldShift
                            " -> cipher " rekeyCipher " key " FUNCTION TRIM(rekeyKeywordId)
                            " shift " newShift "."
                        PERFORM Process-Input-File
                        IF rekeyFailed
                                PERFORM Abandon-Rekey-Files
                                MOVE 12 TO rekeyCompletionCode
                                PERFORM Write-Audit-Log
                                ADD 1 TO failedCount
                                DISPLAY "Rekey of " FUNCTION TRIM(inputFileName)
                                    " -> " FUNCTION TRIM(outputFileName)
                                    " failed - " FUNCTION TRIM(outputFileName)
                                    " is incomplete and not cataloged; "
                                    FUNCTION TRIM(inputFileName) " is unchanged."
                        ELSE
                                PERFORM Close-Rekey-Files
                                PERFORM Reconcile-Rekey-Trailer
                                IF reconcileFailureCount > 0
                                        MOVE 8 TO rekeyCompletionCode
                                END-IF
                                PERFORM Write-Audit-Log
                                PERFORM Register-Catalog-Entry
                                ADD 1 TO rekeyedCount
                                DISPLAY "Rekey of " FUNCTION TRIM(inputFileName)
                                    " -> " FUNCTION TRIM(outputFileName)
                                    " complete.  Messages: " messageCount
                                    "  Characters: " totalPlainChars
                                    "  Reconciliation failures: " reconcileFailureCount
                        END-IF
                        ADD reconcileFailureCount TO grandReconcileFailures
                ELSE
                        ADD 1 TO refusedCount
                        MOVE 12 TO rekeyCompletionCode
                        PERFORM Write-Refused-Audit
                        DISPLAY "Rekey of " FUNCTION TRIM(inputDatasetName)
                            " refused - " FUNCTION TRIM(refuseReason) "."
                END-IF.
                IF rekeyCompletionCode > highestCompletionCode
                        MOVE rekeyCompletionCode TO highestCompletionCode
                END-IF.

        Initialize-Rekey.
                MOVE SPACES TO refuseReason.
                MOVE "N" TO rekeyFailedSwitch.
                MOVE 0 TO rekeyCompletionCode.
                MOVE SPACE TO oldCipher.
                MOVE SPACES TO oldKeywordId.
                MOVE 0 TO chainStageCount.
                MOVE 0 TO messageCount.
                MOVE 0 TO totalPlainChars.
                MOVE 0 TO reconcileFailureCount.
                MOVE 0 TO outputLinesWritten.
                MOVE 0 TO oldShift.
                MOVE 0 TO newShift.
                MOVE SPACES TO oldKeyword.
                MOVE SPACES TO newKeyword.
                MOVE 0 TO oldKeyEffDate.
                MOVE 0 TO newKeyEffDate.
                MOVE "N" TO trailerMismatchSwitch.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                MOVE sysYear TO auditYear.
                MOVE sysMonth TO auditMonth.
                MOVE sysDay TO auditDay.
                MOVE sysHour TO auditHour.
                MOVE sysMinute TO auditMinute.
                MOVE sysSecond TO auditSecond.
                COMPUTE runDateNumeric = sysYear * 10000 + sysMonth * 100 + sysDay.

        Validate-Control-Card.
                IF operatorId = SPACES
                        MOVE "BATCH" TO operatorId
                END-IF.
                IF rekeyShift IS NOT NUMERIC
                        MOVE 0 TO rekeyShift
                END-IF.
                EVALUATE TRUE
                    WHEN inputDatasetName = SPACES
                        MOVE "no input dataset on the control card" TO refuseReason
                    WHEN outputDatasetName = SPACES
                        MOVE "no output dataset on the control card" TO refuseReason
                    WHEN outputDatasetName = inputDatasetName
                        MOVE "output dataset must differ from input" TO refuseReason
                    WHEN rekeyCipher NOT = "C" AND rekeyCipher NOT = "V"
                     AND rekeyCipher NOT = "A" AND rekeyCipher NOT = "T"
                        MOVE "target cipher must be C, V, A or T" TO refuseReason
                    WHEN rekeyCipher NOT = "C" AND rekeyKeywordId = SPACES
                        MOVE "no target key ID on the control card" TO refuseReason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE inputDatasetName TO inputFileName.
                MOVE outputDatasetName TO outputFileName.
                MOVE 0 TO outputNameLength.
                INSPECT FUNCTION REVERSE(outputDatasetName) TALLYING outputNameLength FOR LEADING SPACES.
                COMPUTE outputNameLength = LENGTH OF outputDatasetName - outputNameLength.
                MOVE SPACES TO directFileName.
                IF outputNameLength > 0
                        MOVE outputDatasetName(1:outputNameLength) TO directFileName(1:outputNameLength)
                        MOVE "DIR" TO directFileName(outputNameLength + 1:3)
                END-IF.
                IF rekeyCipher = "C"
                        IF rekeyShift > 0
                                COMPUTE newShift = FUNCTION MOD(rekeyShift, 26)
                        ELSE
                                ACCEPT dayOfWeek FROM DAY-OF-WEEK
                                MOVE dailyShift(dayOfWeek) TO newShift
                        END-IF
                        MOVE SPACES TO rekeyKeywordId
                END-IF.

        Read-Input-Header.
                MOVE SPACES TO headerReadRecord.
                OPEN INPUT InputFile.
                IF inFileStatus NOT = "00"
                        MOVE "unable to open the input dataset" TO refuseReason
                ELSE
                        READ InputFile INTO inputLineBuffer
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE inputLineBuffer(1:86) TO headerReadRecord
                        END-READ
                        CLOSE InputFile
                        IF headerReadTag NOT = "*HEADER*"
                                MOVE "no *HEADER* on the input dataset" TO refuseReason
                        ELSE
                                IF headerReadCipher = "M"
                                        MOVE 1 TO chainStageIndex
                                        PERFORM Load-Header-Chain-Stage chainStageMax TIMES
                                        IF chainStageCount = 0
                                                MOVE "*HEADER* carries no chain stages" TO refuseReason
                                        END-IF
                                ELSE
                                        IF headerReadCipher NOT = "C" AND headerReadCipher NOT = "V"
                                           AND headerReadCipher NOT = "A" AND headerReadCipher NOT = "T"
                                                MOVE "*HEADER* carries an unknown cipher" TO refuseReason
                                        END-IF
                                END-IF
                        END-IF
                END-IF.
                IF refuseReason = SPACES
                        MOVE headerReadCipher TO oldCipher
                        IF headerReadShift IS NUMERIC
                                MOVE headerReadShift TO oldShift
                        END-IF
                        MOVE headerReadKeywordId TO oldKeywordId
                        IF headerReadRunDate IS NUMERIC
                                MOVE headerReadRunDate TO oldHeaderDate
                        ELSE
                                MOVE runDateNumeric TO oldHeaderDate
                        END-IF
                        MOVE headerReadSourceDataset TO oldSourceDataset
                END-IF.

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

        Read-Input-Trailer.
                MOVE "N" TO trailerFoundSwitch.
                MOVE SPACES TO inputLineBuffer.
                OPEN INPUT InputFile.
                IF inFileStatus = "00"
                        MOVE "N" TO trailerEofSwitch
                        PERFORM Read-Trailer-Line UNTIL endOfTrailerScan
                        CLOSE InputFile
                END-IF.
                MOVE inputLineBuffer TO trailerReadRecord.
                IF trailerReadTag = "*TRAILER*"
                   AND trailerReadRecordCount IS NUMERIC
                   AND trailerReadTotalChars IS NUMERIC
                   AND trailerReadMessageCount IS NUMERIC
                        MOVE trailerReadRecordCount TO oldTrailerRecords
                        MOVE trailerReadTotalChars TO oldTrailerChars
                        MOVE trailerReadMessageCount TO oldTrailerMessages
                ELSE
                        MOVE "no *TRAILER* - input may be incomplete" TO refuseReason
                END-IF.

        Read-Trailer-Line.
                READ InputFile INTO inputLineBuffer
                    AT END
                        MOVE "Y" TO trailerEofSwitch
                END-READ.

        Check-Authorization.
                MOVE "Y" TO operatorAuthorizedSwitch.
                MOVE SPACE TO operatorStatusSwitch.
                MOVE SPACES TO operatorStatusStamp.
                MOVE SPACES TO violationReason.
                MOVE "D" TO deniedMode.
                MOVE oldCipher TO deniedCipher.
                OPEN INPUT SecAuthFile.
                IF secAuthFileStatus = "00"
                        MOVE "N" TO operatorAuthorizedSwitch
                        MOVE "N" TO secAuthFoundSwitch
                        MOVE operatorId TO secAuthKeyOperator
                        READ SecAuthFile INTO secAuthReadRecord
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM Evaluate-SecAuth-Record
                        END-READ
                        CLOSE SecAuthFile
                        IF NOT secAuthOperatorFound
                                DISPLAY "Operator " FUNCTION TRIM(operatorId)
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
                IF NOT operatorAuthorized
                        MOVE "operator not authorized for the rekey" TO refuseReason
                        DISPLAY "Operator " FUNCTION TRIM(operatorId)
                            " is not authorized for mode D cipher " oldCipher
                            " and mode E cipher " rekeyCipher "."
                        IF operatorSuspended
                                DISPLAY "Operator " FUNCTION TRIM(operatorId)
                                    " is suspended in SECAUTH pending reinstatement."
                        END-IF
                        MOVE deniedMode TO secViolMode
                        MOVE deniedCipher TO secViolCipher
                        MOVE inputDatasetName TO secViolDataset
                        MOVE "REKEY" TO secViolProgram
                        PERFORM Record-Security-Violation
                END-IF.

        Evaluate-SecAuth-Record.
                MOVE "Y" TO secAuthFoundSwitch.
                MOVE secAuthStatus TO operatorStatusSwitch.
                MOVE secAuthStatusStamp TO operatorStatusStamp.
                MOVE 0 TO authModeHit.
                INSPECT secAuthModes TALLYING authModeHit FOR ALL "D".
                MOVE 0 TO authCipherHit.
                IF oldCipher = "M"
                        MOVE SPACE TO chainDeniedCipher
                        MOVE 1 TO chainStageIndex
                        PERFORM Check-One-Stage-Cipher chainStageCount TIMES
                        IF chainDeniedCipher = SPACE
                                MOVE 1 TO authCipherHit
                        ELSE
                                MOVE chainDeniedCipher TO deniedCipher
                        END-IF
                ELSE
                        INSPECT secAuthCiphers TALLYING authCipherHit FOR ALL oldCipher
                END-IF.
                IF authModeHit > 0 AND authCipherHit > 0 AND NOT secAuthSuspended
                        MOVE "E" TO deniedMode
                        MOVE rekeyCipher TO deniedCipher
                        MOVE 0 TO authModeHit
                        INSPECT secAuthModes TALLYING authModeHit FOR ALL "E"
                        MOVE 0 TO authCipherHit
                        INSPECT secAuthCiphers TALLYING authCipherHit FOR ALL rekeyCipher
                        IF authModeHit > 0 AND authCipherHit > 0
                                MOVE "Y" TO operatorAuthorizedSwitch
                        END-IF
                END-IF.

        Check-One-Stage-Cipher.
                MOVE 0 TO chainCipherHit.
                INSPECT secAuthCiphers TALLYING chainCipherHit
                    FOR ALL chainStageCipher(chainStageIndex).
                IF chainCipherHit = 0 AND chainDeniedCipher = SPACE
                        MOVE chainStageCipher(chainStageIndex) TO chainDeniedCipher
                END-IF.
                ADD 1 TO chainStageIndex.

        Resolve-Old-Key.
                MOVE oldKeywordId TO oldKeyword.
                EVALUATE oldCipher
                    WHEN "C"
                        CONTINUE
                    WHEN "M"
                        MOVE 1 TO chainStageIndex
                        PERFORM Resolve-Old-Chain-Stage chainStageCount TIMES
                    WHEN OTHER
                        MOVE oldKeywordId TO lookupKeyId
                        MOVE oldHeaderDate TO lookupAsOfDate
                        PERFORM Look-Up-Key
                        IF keyFound
                                MOVE workingKeyword TO oldKeyword
                                MOVE bestKeyEffDate TO oldKeyEffDate
                                DISPLAY "Old key ID " FUNCTION TRIM(oldKeywordId)
                                    " resolved from KEYFILE as of " oldHeaderDate
                                    ", effective " bestKeyEffDate "."
                        ELSE
                                PERFORM Refuse-Missing-Old-Key
                        END-IF
                END-EVALUATE.

        Resolve-Old-Chain-Stage.
                MOVE SPACES TO chainStageKeyword(chainStageIndex).
                MOVE 0 TO chainStageShift(chainStageIndex).
                IF chainStageCipher(chainStageIndex) = "C"
                        IF chainStageKey(chainStageIndex)(1:2) IS NUMERIC
                                MOVE chainStageKey(chainStageIndex)(1:2)
                                    TO chainStageShift(chainStageIndex)
                        END-IF
                        DISPLAY "Old stage " chainStageIndex " cipher C shift "
                            chainStageShift(chainStageIndex) "."
                ELSE
                        IF refuseReason = SPACES
                                MOVE chainStageKey(chainStageIndex) TO lookupKeyId
                                MOVE oldHeaderDate TO lookupAsOfDate
                                PERFORM Look-Up-Key
                                IF keyFound
                                        MOVE workingKeyword TO chainStageKeyword(chainStageIndex)
                                        DISPLAY "Old stage " chainStageIndex " cipher "
                                            chainStageCipher(chainStageIndex) " key ID "
                                            FUNCTION TRIM(lookupKeyId)
                                            " resolved from KEYFILE as of " oldHeaderDate
                                            ", effective " bestKeyEffDate "."
                                ELSE
                                        PERFORM Refuse-Missing-Old-Key
                                END-IF
                        END-IF
                END-IF.
                ADD 1 TO chainStageIndex.

        Refuse-Missing-Old-Key.
                DISPLAY "Old key ID " FUNCTION TRIM(lookupKeyId)
                    " not in KEYFILE as of " oldHeaderDate
                    " - the dataset cannot be decrypted.".
                MOVE "old key ID not in KEYFILE as of header"
                    TO refuseReason.
                MOVE 0 TO reconErrRecNumber.
                MOVE "OLDKEY" TO reconErrFailType.
                MOVE SPACES TO reconErrExpected.
                STRING "key ID " DELIMITED BY SIZE
                    lookupKeyId DELIMITED BY SPACE
                    " in effect on " DELIMITED BY SIZE
                    oldHeaderDate DELIMITED BY SIZE
                    INTO reconErrExpected
                END-STRING.
                MOVE "no KEYFILE entry - dataset refused, nothing written"
                    TO reconErrActual.
                PERFORM Write-Recon-Error.

        Resolve-New-Key.
                MOVE rekeyKeywordId TO newKeyword.
                IF rekeyCipher NOT = "C"
                        MOVE rekeyKeywordId TO lookupKeyId
                        MOVE runDateNumeric TO lookupAsOfDate
                        PERFORM Look-Up-Key
                        IF keyFound
                                MOVE workingKeyword TO newKeyword
                                MOVE bestKeyEffDate TO newKeyEffDate
                                DISPLAY "New key ID " FUNCTION TRIM(rekeyKeywordId)
                                    " resolved from KEYFILE, effective " bestKeyEffDate "."
                        ELSE
                                DISPLAY "New key ID " FUNCTION TRIM(rekeyKeywordId)
                                    " not in KEYFILE - the ID is used as the keyword itself."
                        END-IF
                END-IF.

        Look-Up-Key.
                MOVE lookupKeyId TO workingKeyword.
                MOVE 0 TO bestKeyEffDate.
                MOVE "N" TO keyFoundSwitch.
                OPEN INPUT KeyFile.
                IF keyFileStatus = "00"
                        PERFORM Start-Key-Lookup
                        PERFORM Evaluate-Key-Record UNTIL endOfKeyFile
                        CLOSE KeyFile
                END-IF.

        Start-Key-Lookup.
                MOVE "N" TO keyFileEofSwitch.
                MOVE SPACES TO keyFileRecord.
                MOVE lookupKeyId TO keyFileKeyId.
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
                IF keyId NOT = lookupKeyId OR keyEffDate > lookupAsOfDate
                        MOVE "Y" TO keyFileEofSwitch
                ELSE
                        MOVE keyText TO workingKeyword
                        MOVE keyEffDate TO bestKeyEffDate
                        MOVE "Y" TO keyFoundSwitch
                        PERFORM Read-Key-Record
                END-IF.

        Open-Rekey-Files.
                OPEN INPUT InputFile.
                IF inFileStatus NOT = "00"
                        MOVE "unable to open the input dataset" TO refuseReason
                ELSE
                        OPEN OUTPUT OutputFile
                        IF outFileStatus NOT = "00"
                                CLOSE InputFile
                                MOVE "unable to open the output dataset" TO refuseReason
                        ELSE
                                PERFORM Write-Output-Header
                                PERFORM Open-Direct-Output
                        END-IF
                END-IF.

        Write-Output-Header.
                MOVE rekeyCipher TO headerCipher.
                MOVE newShift TO headerShift.
                MOVE rekeyKeywordId TO headerKeywordId.
                MOVE runDateNumeric TO headerRunDate.
                MOVE oldSourceDataset TO headerSourceDataset.
                WRITE outputFileRecord FROM headerBuildRecord.

        Open-Direct-Output.
                MOVE "N" TO directFileSwitch.
                OPEN OUTPUT DirectOutputFile.
                IF directFileStatus = "00"
                        MOVE "Y" TO directFileSwitch
                ELSE
                        DISPLAY "Direct-access companion " FUNCTION TRIM(directFileName)
                            " unavailable - status " directFileStatus
                            " - continuing without it."
                END-IF.

        Process-Input-File.
                MOVE "N" TO eofSwitch.
                PERFORM Read-Input-Line.
                PERFORM Process-One-Line UNTIL endOfInputFile OR rekeyFailed.

        Read-Input-Line.
                READ InputFile INTO inputLineBuffer
                    AT END
                        MOVE "Y" TO eofSwitch
                END-READ.

        Process-One-Line.
                IF inputLineBuffer(1:9) = "*TRAILER*"
                   OR inputLineBuffer(1:8) = "*HEADER*"
                        PERFORM Read-Input-Line
                ELSE
                        PERFORM Assemble-Cipher-Message
                        PERFORM Rekey-One-Message
                END-IF.

        Assemble-Cipher-Message.
                MOVE SPACES TO messageText.
                MOVE "N" TO messageOverflowSwitch.
                MOVE inputLineBuffer TO messageText(1:99).
                MOVE 99 TO messageLength.
                PERFORM Read-Input-Line.
                PERFORM Append-Continuation-Line
                    UNTIL endOfInputFile OR inputLineBuffer(1:1) NOT = "+".

        Append-Continuation-Line.
                IF messageLength + 98 <= 999
                        MOVE inputLineBuffer(2:98) TO messageText(messageLength + 1:98)
                        ADD 98 TO messageLength
                ELSE
                        MOVE "Y" TO messageOverflowSwitch
                END-IF.
                PERFORM Read-Input-Line.

        Rekey-One-Message.
                ADD 1 TO messageCount.
                MOVE messageText TO Result.
                MOVE 0 TO cipherLength.
                INSPECT FUNCTION REVERSE(Result) TALLYING cipherLength FOR LEADING SPACES.
                COMPUTE cipherLength = LENGTH OF Result - cipherLength.
                MOVE cipherLength TO stringLength.
                PERFORM Run-Old-Decrypt.
                MOVE newString TO plainHold.
                MOVE 0 TO plainLength.
                INSPECT FUNCTION REVERSE(plainHold) TALLYING plainLength FOR LEADING SPACES.
                COMPUTE plainLength = LENGTH OF plainHold - plainLength.
                ADD plainLength TO totalPlainChars.
                MOVE plainHold TO Result.
                MOVE plainLength TO stringLength.
                PERFORM Set-New-Cipher.
                PERFORM Run-Encrypt.
                MOVE newString TO ciphertextHold.
                PERFORM Verify-Rekeyed-Message.
                IF messageOverflow
                        ADD 1 TO reconcileFailureCount
                        DISPLAY "** Message " messageCount
                            " exceeds 999 characters - continuation text dropped."
                        MOVE messageCount TO reconErrRecNumber
                        MOVE "REKEY" TO reconErrFailType
                        MOVE "message of 999 characters or fewer" TO reconErrExpected
                        MOVE "continuation records past 999 characters" TO reconErrActual
                        PERFORM Write-Recon-Error
                END-IF.
                MOVE ciphertextHold TO newString.
                PERFORM Write-Message-Output.

        Run-Old-Decrypt.
                IF oldCipher = "M"
                        MOVE chainStageCount TO chainStageIndex
                        PERFORM Run-One-Chain-Decrypt-Stage chainStageCount TIMES
                        PERFORM Strip-Chain-Pad
                ELSE
                        PERFORM Set-Old-Cipher
                        PERFORM Run-Decrypt
                END-IF.

        Run-One-Chain-Decrypt-Stage.
                MOVE chainStageCipher(chainStageIndex) TO cipherType.
                MOVE chainStageShift(chainStageIndex) TO stringShift.
                MOVE chainStageKeyword(chainStageIndex) TO workingKeyword.
                PERFORM Run-Decrypt.
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

        Set-Old-Cipher.
                MOVE oldCipher TO cipherType.
                MOVE oldShift TO stringShift.
                MOVE oldKeyword TO workingKeyword.

        Set-New-Cipher.
                MOVE rekeyCipher TO cipherType.
                MOVE newShift TO stringShift.
                MOVE newKeyword TO workingKeyword.

        Verify-Rekeyed-Message.
                MOVE ciphertextHold TO Result.
                MOVE 0 TO stringLength.
                INSPECT FUNCTION REVERSE(Result) TALLYING stringLength FOR LEADING SPACES.
                COMPUTE stringLength = LENGTH OF Result - stringLength.
                PERFORM Run-Decrypt.
                IF plainLength > 0
                        IF newString(1:plainLength) NOT = plainHold(1:plainLength)
                                ADD 1 TO reconcileFailureCount
                                DISPLAY "** Reconciliation mismatch on message " messageCount
                                    " - new key did not round-trip."
                                MOVE messageCount TO reconErrRecNumber
                                MOVE "REKEY" TO reconErrFailType
                                MOVE plainHold TO reconErrExpected
                                MOVE newString TO reconErrActual
                                PERFORM Write-Recon-Error
                        END-IF
                END-IF.

        Write-Recon-Error.
                MOVE auditTimestamp TO reconErrStamp.
                MOVE datasetCount TO reconErrJobNumber.
                MOVE outputDatasetName TO reconErrDataset.
                OPEN EXTEND ReconErrFile.
                IF reconErrFileStatus NOT = "00"
                        OPEN OUTPUT ReconErrFile
                END-IF.
                WRITE reconErrFileRecord FROM reconErrBuildRecord.
                CLOSE ReconErrFile.

        Write-Message-Output.
                MOVE 0 TO outCipherLength.
                INSPECT FUNCTION REVERSE(newString) TALLYING outCipherLength FOR LEADING SPACES.
                COMPUTE outCipherLength = LENGTH OF newString - outCipherLength.
                IF outCipherLength = 0
                        MOVE 1 TO outCipherLength
                END-IF.
                MOVE 1 TO outSplitPos.
                PERFORM Write-One-Output-Segment
                    UNTIL outSplitPos > outCipherLength OR rekeyFailed.

        Write-One-Output-Segment.
                MOVE SPACES TO outputLineBuffer.
                IF outSplitPos = 1
                        COMPUTE outSegmentLength = outCipherLength
                        IF outSegmentLength > 99
                                MOVE 99 TO outSegmentLength
                        END-IF
                        MOVE newString(1:outSegmentLength) TO outputLineBuffer(1:outSegmentLength)
                ELSE
                        COMPUTE outSegmentLength = outCipherLength - outSplitPos + 1
                        IF outSegmentLength > 98
                                MOVE 98 TO outSegmentLength
                        END-IF
                        MOVE "+" TO outputLineBuffer(1:1)
                        MOVE newString(outSplitPos:outSegmentLength) TO outputLineBuffer(2:outSegmentLength)
                END-IF.
                ADD outSegmentLength TO outSplitPos.
                WRITE outputFileRecord FROM outputLineBuffer.
                IF outFileStatus NOT = "00"
                        DISPLAY "Unable to write " FUNCTION TRIM(outputFileName)
                            " at message " messageCount
                            " - status " outFileStatus "."
                        MOVE "Y" TO rekeyFailedSwitch
                ELSE
                        ADD 1 TO outputLinesWritten
                        PERFORM Write-Direct-Output
                END-IF.

        Write-Direct-Output.
                IF directFileOpen
                        MOVE outputLinesWritten TO directRecKey
                        WRITE directOutputFileRecord FROM outputLineBuffer
                            INVALID KEY
                                REWRITE directOutputFileRecord FROM outputLineBuffer
                        END-WRITE
                END-IF.

        Close-Rekey-Files.
                CLOSE InputFile.
                MOVE oldTrailerRecords TO trailerRecordCount.
                MOVE totalPlainChars TO trailerTotalChars.
                MOVE messageCount TO trailerMessageCount.
                WRITE outputFileRecord FROM trailerBuildRecord.
                CLOSE OutputFile.
                IF directFileOpen
                        CLOSE DirectOutputFile
                END-IF.

        Abandon-Rekey-Files.
                CLOSE InputFile.
                CLOSE OutputFile.
                IF directFileOpen
                        CLOSE DirectOutputFile
                END-IF.

        Reconcile-Rekey-Trailer.
                MOVE "N" TO trailerFoundSwitch.
                MOVE SPACES TO outputLineBuffer.
                OPEN INPUT OutputFile.
                IF outFileStatus = "00"
                        MOVE "N" TO trailerEofSwitch
                        PERFORM Read-New-Trailer-Line UNTIL endOfTrailerScan
                        CLOSE OutputFile
                END-IF.
                MOVE outputLineBuffer TO trailerReadRecord.
                IF trailerReadTag = "*TRAILER*"
                        MOVE "Y" TO trailerFoundSwitch
                END-IF.
                DISPLAY "Old trailer - records: " oldTrailerRecords
                    "  characters: " oldTrailerChars
                    "  messages: " oldTrailerMessages.
                IF NOT trailerFound
                        MOVE "Y" TO trailerMismatchSwitch
                        DISPLAY "** No *TRAILER* found on " FUNCTION TRIM(outputFileName) "."
                ELSE
                        DISPLAY "New trailer - records: " trailerReadRecordCount
                            "  characters: " trailerReadTotalChars
                            "  messages: " trailerReadMessageCount
                        IF trailerReadMessageCount NOT = oldTrailerMessages
                                MOVE "Y" TO trailerMismatchSwitch
                        END-IF
                        DISPLAY "Record counts not compared - the new trailer carries the"
                            " source record count forward from the old trailer."
                        IF oldCipher = "T"
                           OR (oldCipher = "M" AND chainStageCipher(1) = "T")
                                DISPLAY "Character counts not compared - the old transposition"
                                    " grid padding cannot be told from message text."
                        ELSE
                                IF trailerReadTotalChars NOT = oldTrailerChars
                                        MOVE "Y" TO trailerMismatchSwitch
                                END-IF
                        END-IF
                END-IF.
                IF trailerMismatch
                        ADD 1 TO reconcileFailureCount
                        DISPLAY "** Trailer reconciliation mismatch - "
                            FUNCTION TRIM(inputFileName) " against "
                            FUNCTION TRIM(outputFileName) "."
                        MOVE 0 TO reconErrRecNumber
                        MOVE "TRAILER" TO reconErrFailType
                        MOVE "old " TO reconCountLead
                        MOVE oldTrailerRecords TO reconCountRecords
                        MOVE oldTrailerChars TO reconCountChars
                        MOVE oldTrailerMessages TO reconCountMessages
                        MOVE reconCountText TO reconErrExpected
                        MOVE "new " TO reconCountLead
                        MOVE trailerReadRecordCount TO reconCountRecords
                        MOVE trailerReadTotalChars TO reconCountChars
                        MOVE trailerReadMessageCount TO reconCountMessages
                        MOVE reconCountText TO reconErrActual
                        PERFORM Write-Recon-Error
                ELSE
                        DISPLAY "Old and new trailers reconciled - nothing lost in the rekey."
                END-IF.

        Read-New-Trailer-Line.
                READ OutputFile INTO outputLineBuffer
                    AT END
                        MOVE "Y" TO trailerEofSwitch
                END-READ.

        Write-Audit-Log.
                MOVE auditTimestamp TO auditStamp.
                MOVE operatorId TO auditOperator.
                IF rekeyFailed
                        MOVE messageCount TO auditRecordCount
                        MOVE 12 TO auditCompletionCode
                ELSE
                        MOVE oldTrailerRecords TO auditRecordCount
                        MOVE 0 TO auditCompletionCode
                END-IF.
                MOVE totalPlainChars TO auditTotalChars.
                MOVE "D" TO auditMode.
                MOVE oldCipher TO auditCipher.
                MOVE 0 TO auditReconcileFailures.
                IF oldCipher = "M"
                        MOVE 1 TO chainStageIndex
                        PERFORM Write-Old-Stage-Audit chainStageCount TIMES
                ELSE
                        IF oldCipher = "C"
                                MOVE oldShift TO auditShift
                                MOVE SPACES TO auditKeyword
                        ELSE
                                MOVE 0 TO auditShift
                                MOVE FUNCTION TRIM(oldKeywordId) TO auditKeyword
                        END-IF
                        PERFORM Write-Audit-Record
                END-IF.
                MOVE "E" TO auditMode.
                MOVE rekeyCipher TO auditCipher.
                MOVE reconcileFailureCount TO auditReconcileFailures.
                MOVE rekeyCompletionCode TO auditCompletionCode.
                IF rekeyCipher = "C"
                        MOVE newShift TO auditShift
                        MOVE SPACES TO auditKeyword
                ELSE
                        MOVE 0 TO auditShift
                        MOVE FUNCTION TRIM(rekeyKeywordId) TO auditKeyword
                END-IF.
                PERFORM Write-Audit-Record.

        Write-Old-Stage-Audit.
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
                ELSE
                        IF rekeyFailed
                                MOVE messageCount TO auditRecordCount
                        ELSE
                                MOVE oldTrailerRecords TO auditRecordCount
                        END-IF
                        MOVE totalPlainChars TO auditTotalChars
                END-IF.
                PERFORM Write-Audit-Record.
                ADD 1 TO chainStageIndex.

        Write-Refused-Audit.
                MOVE auditTimestamp TO auditStamp.
                MOVE operatorId TO auditOperator.
                MOVE "D" TO auditMode.
                MOVE oldCipher TO auditCipher.
                IF oldCipher = "C"
                        MOVE oldShift TO auditShift
                        MOVE SPACES TO auditKeyword
                ELSE
                        MOVE 0 TO auditShift
                        MOVE FUNCTION TRIM(oldKeywordId) TO auditKeyword
                END-IF.
                MOVE 0 TO auditRecordCount.
                MOVE 0 TO auditTotalChars.
                MOVE 0 TO auditReconcileFailures.
                MOVE 12 TO auditCompletionCode.
                PERFORM Write-Audit-Record.

        Write-Audit-Record.
                OPEN EXTEND AuditLogFile.
                IF auditFileStatus NOT = "00"
                        OPEN OUTPUT AuditLogFile
                END-IF.
                WRITE auditLogFileRecord FROM auditLogBuildRecord.
                CLOSE AuditLogFile.

        Register-Catalog-Entry.
                MOVE 0 TO catalogLastEntry.
                MOVE 0 TO catalogConsumedEntry.
                OPEN OUTPUT CatalogScratchFile.
                IF catScratchFileStatus NOT = "00"
                        DISPLAY "Unable to rewrite CATALOG - CATTEMP status " catScratchFileStatus
                            " - " FUNCTION TRIM(outputFileName) " not cataloged."
                ELSE
                        PERFORM Copy-Catalog-To-Scratch
                END-IF.

        Copy-Catalog-To-Scratch.
                OPEN INPUT CatalogFile.
                IF catalogFileStatus = "00"
                        MOVE "N" TO catalogEofSwitch
                        PERFORM Read-Catalog-Record
                        PERFORM Scan-Catalog-Record UNTIL endOfCatalog
                        CLOSE CatalogFile
                END-IF.
                CLOSE CatalogScratchFile.
                COMPUTE catalogNewEntry = catalogLastEntry + 1.
                OPEN INPUT CatalogScratchFile.
                IF catScratchFileStatus NOT = "00"
                        DISPLAY "Unable to rewrite CATALOG - CATTEMP status " catScratchFileStatus
                            " - " FUNCTION TRIM(outputFileName) " not cataloged."
                ELSE
                        PERFORM Rewrite-Catalog-From-Scratch
                END-IF.

        Rewrite-Catalog-From-Scratch.
                OPEN OUTPUT CatalogFile.
                IF catalogFileStatus NOT = "00"
                        CLOSE CatalogScratchFile
                        DISPLAY "Unable to rewrite CATALOG - status " catalogFileStatus
                            " - " FUNCTION TRIM(outputFileName) " not cataloged."
                ELSE
                        MOVE "N" TO catalogEofSwitch
                        PERFORM Read-Catalog-Scratch-Record
                        PERFORM Restore-Catalog-Record UNTIL endOfCatalog
                        CLOSE CatalogScratchFile
                        PERFORM Build-Catalog-Entry
                        WRITE catalogFileRecord FROM catalogBuildRecord
                        CLOSE CatalogFile
                        DISPLAY "Dataset " FUNCTION TRIM(outputFileName)
                            " cataloged as entry " catalogNewEntry "."
                        IF catalogConsumedEntry > 0
                                DISPLAY "Catalog entry " catalogConsumedEntry " for "
                                    FUNCTION TRIM(inputFileName)
                                    " marked consumed by entry " catalogNewEntry "."
                        END-IF
                END-IF.

        Read-Catalog-Record.
                READ CatalogFile INTO catalogReadRecord
                    AT END
                        MOVE "Y" TO catalogEofSwitch
                END-READ.

        Scan-Catalog-Record.
                IF catReadEntryNumber IS NUMERIC
                   AND catReadEntryNumber > catalogLastEntry
                        MOVE catReadEntryNumber TO catalogLastEntry
                END-IF.
                IF catReadActive
                   AND catReadDataset = inputDatasetName
                   AND catReadMode = "E"
                        MOVE catReadEntryNumber TO catalogConsumedEntry
                END-IF.
                WRITE catalogScratchFileRecord FROM catalogReadRecord.
                PERFORM Read-Catalog-Record.

        Read-Catalog-Scratch-Record.
                READ CatalogScratchFile INTO catalogReadRecord
                    AT END
                        MOVE "Y" TO catalogEofSwitch
                END-READ.

        Restore-Catalog-Record.
                IF catalogConsumedEntry > 0
                   AND catReadEntryNumber = catalogConsumedEntry
                        MOVE catalogNewEntry TO catReadConsumedEntry
                        MOVE runDateNumeric TO catReadConsumedDate
                END-IF.
                IF catReadActive AND catReadDataset = outputDatasetName
                        MOVE "REPLACED" TO catReadStatus
                END-IF.
                WRITE catalogFileRecord FROM catalogReadRecord.
                PERFORM Read-Catalog-Scratch-Record.

        Build-Catalog-Entry.
                MOVE catalogNewEntry TO catEntryNumber.
                MOVE "ACTIVE" TO catStatus.
                MOVE outputDatasetName TO catDataset.
                MOVE inputDatasetName TO catSourceDataset.
                MOVE "E" TO catMode.
                MOVE rekeyCipher TO catCipher.
                MOVE newShift TO catShift.
                MOVE rekeyKeywordId TO catKeywordId.
                MOVE SPACES TO catChainSummary.
                IF rekeyCipher NOT = "C"
                        MOVE 0 TO catShift
                END-IF.
                MOVE runDateNumeric TO catRunDate.
                MOVE operatorId TO catOperator.
                MOVE trailerRecordCount TO catRecordCount.
                MOVE trailerTotalChars TO catTotalChars.
                MOVE trailerMessageCount TO catMessageCount.
                MOVE catalogConsumedEntry TO catSourceEntry.
                MOVE 0 TO catConsumedEntry.
                MOVE 0 TO catConsumedDate.

        Record-Security-Violation.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                MOVE sysYear TO auditYear.
                MOVE sysMonth TO auditMonth.
                MOVE sysDay TO auditDay.
                MOVE sysHour TO auditHour.
                MOVE sysMinute TO auditMinute.
                MOVE sysSecond TO auditSecond.
                MOVE auditTimestamp TO secViolStamp.
                MOVE operatorId TO secViolOperator.
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
                IF secViolReadOperator = operatorId
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
                            " - operator " FUNCTION TRIM(operatorId) " not suspended."
                ELSE
                        MOVE operatorId TO secAuthKeyOperator
                        READ SecAuthFile INTO secAuthReadRecord
                            INVALID KEY
                                DISPLAY "Operator " FUNCTION TRIM(operatorId)
                                    " no longer in SECAUTH - not suspended."
                            NOT INVALID KEY
                                MOVE "S" TO secAuthStatus
                                MOVE secViolStamp TO secAuthStatusStamp
                                REWRITE secAuthFileRecord FROM secAuthReadRecord
                                    INVALID KEY
                                        DISPLAY "Unable to rewrite SECAUTH - status "
                                            secAuthFileStatus " - operator "
                                            FUNCTION TRIM(operatorId) " not suspended."
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
                DISPLAY "Operator " FUNCTION TRIM(operatorId)
                    " suspended in SECAUTH after " violationTodayCount
                    " security violations today.".

        Run-Encrypt.
                MOVE SPACES TO newString.
                MOVE 1 TO i.
                EVALUATE TRUE
                    WHEN cipherVigenere
                        PERFORM Compute-Keyword-Length
                        PERFORM Vigenere-Encrypt stringLength TIMES
                    WHEN cipherAutokey
                        PERFORM Compute-Keyword-Length
                        PERFORM Build-AutoKey-Stream-Encrypt
                        PERFORM Autokey-Encrypt stringLength TIMES
                    WHEN cipherTransposition
                        PERFORM Compute-Keyword-Length
                        MOVE keywordLength TO transNumCols
                        PERFORM Compute-Column-Order
                        PERFORM Transpose-Encrypt
                    WHEN OTHER
                        PERFORM Encrypt stringLength TIMES
                END-EVALUATE.

        Run-Decrypt.
                MOVE SPACES TO newString.
                MOVE 1 TO i.
                EVALUATE TRUE
                    WHEN cipherVigenere
                        PERFORM Compute-Keyword-Length
                        PERFORM Vigenere-Decrypt stringLength TIMES
                    WHEN cipherAutokey
                        PERFORM Compute-Keyword-Length
                        PERFORM Build-AutoKey-Stream-Decrypt
                        PERFORM Autokey-Decrypt stringLength TIMES
                    WHEN cipherTransposition
                        PERFORM Compute-Keyword-Length
                        MOVE keywordLength TO transNumCols
                        PERFORM Compute-Column-Order
                        PERFORM Transpose-Decrypt
                    WHEN OTHER
                        PERFORM Decrypt stringLength TIMES
                END-EVALUATE.

        Build-AutoKey-Stream-Encrypt.
                MOVE SPACES TO autoKeyStream.
                MOVE workingKeyword(1:keywordLength) TO autoKeyStream(1:keywordLength).
                MOVE Result(1:stringLength) TO autoKeyStream(keywordLength + 1:stringLength).

        Build-AutoKey-Stream-Decrypt.
                MOVE SPACES TO autoKeyStream.
                MOVE workingKeyword(1:keywordLength) TO autoKeyStream(1:keywordLength).

        Compute-AutoKey-Shift.
                MOVE autoKeyStream(i:1) TO keyChar.
                INSPECT keyChar CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                MOVE 1 TO CharCount.
                INSPECT abc TALLYING CharCount FOR CHARACTERS BEFORE INITIAL keyChar.
                IF CharCount < 27
                        COMPUTE keyShift = CharCount - 1
                ELSE
                        MOVE 0 TO keyShift
                END-IF.

        Autokey-Encrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        PERFORM Compute-AutoKey-Shift
                        MOVE 1 TO CharCount
                        INSPECT abc TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abc(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "Z" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        PERFORM Compute-AutoKey-Shift
                        MOVE 1 TO CharCount
                        INSPECT abcLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abcLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "z" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                ADD i, 1 GIVING i.

        Autokey-Decrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        PERFORM Compute-AutoKey-Shift
                        MOVE 1 TO CharCount
                        INSPECT cba TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cba(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "A" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        PERFORM Compute-AutoKey-Shift
                        MOVE 1 TO CharCount
                        INSPECT cbaLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cbaLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "a" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                COMPUTE autoKeyPos = keywordLength + i.
                MOVE searchChar TO autoKeyStream(autoKeyPos:1).
                ADD i, 1 GIVING i.

        Compute-Keyword-Length.
                MOVE 0 TO keywordLength.
                INSPECT FUNCTION REVERSE(workingKeyword) TALLYING keywordLength FOR LEADING SPACES.
                COMPUTE keywordLength = LENGTH OF workingKeyword - keywordLength.
                IF keywordLength = 0
                        MOVE 1 TO keywordLength
                        MOVE "A" TO workingKeyword(1:1)
                END-IF.

        Compute-Column-Order.
                MOVE SPACES TO transKeywordUpper.
                MOVE workingKeyword(1:transNumCols) TO transKeywordUpper(1:transNumCols).
                INSPECT transKeywordUpper CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                MOVE SPACES TO transColumnUsed.
                MOVE 1 TO transRank.
                PERFORM Find-Next-Column transNumCols TIMES.

        Find-Next-Column.
                MOVE "~" TO transBestLetter.
                MOVE 0 TO transBestCol.
                MOVE 1 TO transCol.
                PERFORM Scan-Column-Candidate transNumCols TIMES.
                MOVE transBestCol TO transColumnOrder(transRank).
                MOVE "Y" TO transColumnUsed(transBestCol:1).
                ADD 1 TO transRank.

        Scan-Column-Candidate.
                IF transColumnUsed(transCol:1) NOT = "Y"
                        IF transKeywordUpper(transCol:1) < transBestLetter
                                MOVE transKeywordUpper(transCol:1) TO transBestLetter
                                MOVE transCol TO transBestCol
                        END-IF
                END-IF.
                ADD 1 TO transCol.

        Transpose-Encrypt.
                DIVIDE stringLength BY transNumCols GIVING transNumRows REMAINDER transRemainder.
                IF transRemainder > 0
                        ADD 1 TO transNumRows
                END-IF.
                COMPUTE transPaddedLen = transNumRows * transNumCols.
                IF transPaddedLen > 999
                        MOVE 999 TO transPaddedLen
                END-IF.
                MOVE Result TO transWorkText.
                INSPECT transWorkText CONVERTING " " TO transSpaceChar.
                MOVE SPACES TO newString.
                MOVE 1 TO transOutPos.
                MOVE 1 TO transRank.
                PERFORM Transpose-Encrypt-One-Column transNumCols TIMES.

        Transpose-Encrypt-One-Column.
                MOVE transColumnOrder(transRank) TO transActualCol.
                MOVE 1 TO transRow.
                PERFORM Transpose-Encrypt-One-Cell transNumRows TIMES.
                ADD 1 TO transRank.

        Transpose-Encrypt-One-Cell.
                COMPUTE transPlainPos = (transRow - 1) * transNumCols + transActualCol.
                IF transOutPos <= 999
                        IF transPlainPos <= stringLength
                                MOVE transWorkText(transPlainPos:1) TO newString(transOutPos:1)
                        ELSE
                                MOVE transPadChar TO newString(transOutPos:1)
                        END-IF
                        ADD 1 TO transOutPos
                END-IF.
                ADD 1 TO transRow.

        Transpose-Decrypt.
                COMPUTE transNumRows = stringLength / transNumCols.
                MOVE 1 TO transOutPos.
                MOVE 1 TO transRank.
                PERFORM Transpose-Decrypt-One-Column transNumCols TIMES.
                COMPUTE transPaddedLen = transNumRows * transNumCols.
                MOVE SPACES TO newString.
                MOVE 1 TO transOutPos.
                PERFORM Transpose-Copy-Grid-Char transPaddedLen TIMES.
                INSPECT newString CONVERTING transSpaceChar TO " ".

        Transpose-Decrypt-One-Column.
                MOVE transColumnOrder(transRank) TO transActualCol.
                MOVE 1 TO transRow.
                PERFORM Transpose-Decrypt-One-Cell transNumRows TIMES.
                ADD 1 TO transRank.

        Transpose-Decrypt-One-Cell.
                COMPUTE transPlainPos = (transRow - 1) * transNumCols + transActualCol.
                IF transPlainPos <= 999 AND transOutPos <= stringLength
                        MOVE Result(transOutPos:1) TO transGridChar(transPlainPos)
                        ADD 1 TO transOutPos
                END-IF.
                ADD 1 TO transRow.

        Transpose-Copy-Grid-Char.
                MOVE transGridChar(transOutPos) TO newString(transOutPos:1).
                ADD 1 TO transOutPos.

        Encrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        MOVE 1 TO CharCount
                        INSPECT abc TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD stringShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abc(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "Z" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        MOVE 1 TO CharCount
                        INSPECT abcLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD stringShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abcLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "z" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                ADD i, 1 GIVING i.

        Decrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        MOVE 1 TO CharCount
                        INSPECT cba TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD stringShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cba(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "A" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        MOVE 1 TO CharCount
                        INSPECT cbaLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD stringShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cbaLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "a" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                ADD i, 1 GIVING i.

        Compute-Key-Shift.
                COMPUTE keywordPos = FUNCTION MOD(i - 1, keywordLength) + 1.
                MOVE workingKeyword(keywordPos:1) TO keyChar.
                INSPECT keyChar CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                MOVE 1 TO CharCount.
                INSPECT abc TALLYING CharCount FOR CHARACTERS BEFORE INITIAL keyChar.
                IF CharCount < 27
                        COMPUTE keyShift = CharCount - 1
                ELSE
                        MOVE 0 TO keyShift
                END-IF.

        Vigenere-Encrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        PERFORM Compute-Key-Shift
                        MOVE 1 TO CharCount
                        INSPECT abc TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abc(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "Z" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        PERFORM Compute-Key-Shift
                        MOVE 1 TO CharCount
                        INSPECT abcLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE abcLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "z" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                ADD i, 1 GIVING i.

        Vigenere-Decrypt.
                MOVE " " TO searchChar.
                MOVE Result(i:1) TO searchChar.
                EVALUATE TRUE
                    WHEN searchChar >= "A" AND searchChar <= "Z"
                        PERFORM Compute-Key-Shift
                        MOVE 1 TO CharCount
                        INSPECT cba TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cba(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "A" TO searchChar
                                END-IF
                        END-IF
                    WHEN searchChar >= "a" AND searchChar <= "z"
                        PERFORM Compute-Key-Shift
                        MOVE 1 TO CharCount
                        INSPECT cbaLower TALLYING CharCount FOR CHARACTERS BEFORE INITIAL searchChar
                        IF CharCount < 27
                                ADD keyShift, CharCount GIVING shiftPos
                                IF FUNCTION MOD(shiftPos, 26) IS NOT ZERO
                                        MOVE FUNCTION MOD(shiftPos, 26) to shiftPos
                                        MOVE cbaLower(shiftPos:1) TO searchChar
                                ELSE
                                        MOVE "a" TO searchChar
                                END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE searchChar TO newString(i:1).
                ADD i, 1 GIVING i.

