                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS badRecFileStatus.
            SELECT KeyFile ASSIGN TO "KEYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS keyFileKey
                FILE STATUS IS keyFileStatus.
            SELECT WordListFile ASSIGN TO "WORDLIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS wordListFileStatus.
            SELECT SecAuthFile ASSIGN TO "SECAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS secAuthKeyOperator
                FILE STATUS IS secAuthFileStatus.
            SELECT RunReportFile ASSIGN TO "RUNRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS directRecKey
                FILE STATUS IS directFileStatus.
            SELECT CatalogFile ASSIGN TO "CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS catalogFileStatus.
            SELECT CatalogScratchFile ASSIGN TO "CATTEMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS catScratchFileStatus.
            SELECT SecViolFile ASSIGN TO "SECVIOL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS secViolFileStatus.
            SELECT RouteTableFile ASSIGN TO "ROUTETBL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS routeFileStatus.
            SELECT RoutedWorkFile ASSIGN TO DYNAMIC routeWorkFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS routeWorkFileStatus.

        DATA DIVISION.
        FILE SECTION.
        01  outputFileRecord PIC x(99).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        FD  CheckpointFile.
        01  checkpointFileRecord PIC x(22).
        01  badRecordFileRecord PIC x(286).

        FD  KeyFile.
        01  keyFileRecord.
           05 keyFileKey.
              10 keyFileKeyId PIC x(8).
              10 FILLER PIC x(1).
              10 keyFileKeyDate PIC 9(8).
           05 FILLER PIC x(40).

        FD  WordListFile.
        01  wordListFileRecord PIC x(20).

        FD  SecAuthFile.
        01  secAuthFileRecord.
           05 secAuthKeyOperator PIC x(8).
           05 FILLER PIC x(33).

        FD  RunReportFile.
        01  runReportFileRecord PIC x(132).
        FD  DirectOutputFile.
        01  directOutputFileRecord PIC x(99).

        FD  CatalogFile.
        01  catalogFileRecord PIC x(167).

        FD  CatalogScratchFile.
        01  catalogScratchFileRecord PIC x(167).


        FD  SecViolFile.
        01  secViolFileRecord PIC x(63).

        FD  RouteTableFile.
        01  routeTableFileRecord PIC x(80).

        FD  RoutedWorkFile.
        01  routedWorkFileRecord PIC x(99).

        WORKING-STORAGE SECTION.
        01 Result PIC x(999).
        01 newString PIC x(999).
           05 FILLER PIC x(7) VALUE " chars=".
           05 rptChars PIC 9(4).
           05 rptDictText PIC x(15).
           05 rptStageText PIC x(42).

        01 ckptReportLine.
           05 FILLER PIC x(29) VALUE "Checkpoint written at record ".
        01 jobGridlenCount PIC 9(6) VALUE 0.
        01 jobMsgpartCount PIC 9(6) VALUE 0.
        01 jobOtherRejectCount PIC 9(6) VALUE 0.
        01 jobNorecipCount PIC 9(6) VALUE 0.

        01 jobCompletionCode PIC 9(2) VALUE 0.
        01 jobCompletionStatus PIC x(8) VALUE SPACES.
        01 highestCompletionCode PIC 9(2) VALUE 0.
        01 jobFailedSwitch PIC x(1) VALUE "N".
           88 jobFailed VALUE "Y".
        01 jobSkippedSwitch PIC x(1) VALUE "N".
           88 jobSkipped VALUE "Y".
        01 jobFailText PIC x(60) VALUE SPACES.
        01 conditionLimit PIC 9(2).
        01 jobConditionIndex PIC 9(4).
        01 jobResultIndex PIC 9(4).
        01 jobResultCount PIC 9(4) VALUE 0.
        01 jobResultMax PIC 9(4) VALUE 500.
        01 recipientResultCode PIC 9(2).
        01 recipientResultStatus PIC x(8).
        01 jobResultFullSwitch PIC x(1) VALUE "N".
           88 jobResultFull VALUE "Y".
        01 jobResultTable.
           05 jobResultEntry OCCURS 500 TIMES.
              10 jobResultNumber PIC 9(4).
              10 jobResultInput PIC x(8).
              10 jobResultOutput PIC x(8).
              10 jobResultCode PIC 9(2).
              10 jobResultStatus PIC x(8).

        01 jobResultReportLine.
           05 FILLER PIC x(4) VALUE "Job ".
           05 rptResultNumber PIC 9(4).
           05 FILLER PIC x(2) VALUE SPACES.
           05 rptResultInput PIC x(8).
           05 FILLER PIC x(4) VALUE " -> ".
           05 rptResultOutput PIC x(8).
           05 FILLER PIC x(19) VALUE "  completion code  ".
           05 rptResultCode PIC 9(2).
           05 FILLER PIC x(2) VALUE SPACES.
           05 rptResultStatus PIC x(8).

        01 reconErrFileStatus PIC x(2).
        01 reconErrBuildRecord.
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

        01 keyFileEofSwitch PIC x(1) VALUE "N".
           88 endOfKeyFile VALUE "Y".
        01 keyFoundSwitch PIC x(1) VALUE "N".
           88 keyFound VALUE "Y".
        01 bestKeyEffDate PIC 9(8) VALUE 0.
        01 keyLookupId PIC x(20) VALUE SPACES.
        01 runDateNumeric PIC 9(8).
        01 workingKeyword PIC x(20) VALUE SPACES.

              88 cipherVigenere VALUE "V".
              88 cipherAutokey VALUE "A".
              88 cipherTransposition VALUE "T".
              88 cipherChain VALUE "M".
              88 cipherRouted VALUE "R".
           05 FILLER PIC x(1).
           05 controlShift PIC 9(2) VALUE 0.
           05 FILLER PIC x(1).
           05 inputDatasetName PIC x(8) VALUE SPACES.
           05 FILLER PIC x(1).
           05 outputDatasetName PIC x(8) VALUE SPACES.
           05 conditionType PIC x(1) VALUE SPACE.
              88 conditionOnInput VALUE "C".
           05 conditionMaxCode PIC x(2) VALUE SPACES.
           05 FILLER PIC x(2).
        01 controlCardChainFields REDEFINES controlCard.
           05 FILLER PIC x(16).
           05 cardChainStage OCCURS 3 TIMES.
              10 cardStageCipher PIC x(1).
              10 FILLER PIC x(1).
              10 cardStageKey PIC x(8).
              10 FILLER PIC x(1).
           05 FILLER PIC x(31).

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
        01 chainStageShiftText.
           05 chainStageShiftDigits PIC 9(2).
        01 chainTranspositionCount PIC 9(1) VALUE 0.
        01 deniedCipher PIC x(1) VALUE SPACE.
        01 chainCipherHit PIC 9(2).
        01 chainSaveKeyword PIC x(20).
        01 chainSaveResult PIC x(999).
        01 chainSaveLength PIC 9(4).
        01 chainStageInput PIC x(999).
        01 chainStageInLength PIC 9(4).
        01 chainStageOutput PIC x(999).
        01 chainCompareText PIC x(999).
        01 chainCompareResult PIC x(999).
        01 chainGridLength PIC 9(4).
        01 chainStageSummary PIC x(41).
        01 chainSummaryPos PIC 99.
        01 chainStageCheckSwitch PIC x(1) VALUE "N".
           88 chainStageCheck VALUE "Y".
        01 chainFailType.
           05 chainFailLead PIC x(6).
           05 chainFailStage PIC 9(1).

        01 routeFileStatus PIC x(2).
        01 routeWorkFileStatus PIC x(2).
        01 routeWorkFileName PIC x(8).
        01 routeEofSwitch PIC x(1) VALUE "N".
           88 endOfRouteFile VALUE "Y".
        01 routeWorkEofSwitch PIC x(1) VALUE "N".
           88 endOfRouteWork VALUE "Y".
        01 routingJobSwitch PIC x(1) VALUE "N".
           88 routingJob VALUE "Y".
        01 routeCopySwitch PIC x(1) VALUE "N".
           88 routeCopying VALUE "Y".
        01 routeWriteFailedSwitch PIC x(1) VALUE "N".
           88 routeWriteFailed VALUE "Y".
        01 routeReadRecord.
           05 routeReadCode PIC x(8).
           05 FILLER PIC x(1).
           05 routeReadCipher PIC x(1).
           05 FILLER PIC x(1).
           05 routeReadKeyId PIC x(8).
           05 FILLER PIC x(1).
           05 routeReadDataset PIC x(8).
           05 FILLER PIC x(52).
        01 routeTableMax PIC 9(3) VALUE 50.
        01 routeTableCount PIC 9(3) VALUE 0.
        01 routeIndex PIC 9(3).
        01 routeScanIndex PIC 9(3).
        01 routeMatchIndex PIC 9(3).
        01 routeTable.
           05 routeEntry OCCURS 50 TIMES.
              10 routeCode PIC x(8).
              10 routeCipher PIC x(1).
              10 routeKeyId PIC x(8).
              10 routeKeyword PIC x(20).
              10 routeShift PIC 9(2).
              10 routeDataset PIC x(8).
              10 routeMessages PIC 9(6).
              10 routeRecords PIC 9(6).
              10 routeChars PIC 9(8).
              10 routeFailures PIC 9(6).
        01 routeShiftText.
           05 routeShiftDigits PIC 9(2).
        01 routeLoadReason PIC x(40).
        01 messageRecipient PIC x(8).
        01 routeCodeLength PIC 9(3).
        01 routeTextHold PIC x(999).
        01 routeMessageFailBase PIC 9(6).
        01 routeSaveOutput PIC x(8).
        01 routeSaveDirectName PIC x(12).
        01 routeSaveRecords PIC 9(6).
        01 routeSaveChars PIC 9(8).
        01 routeSaveMessages PIC 9(6).
        01 routeSaveLines PIC 9(6).
        01 routeSaveFailures PIC 9(6).

        01 routeTagBuildRecord.
           05 FILLER PIC x(7) VALUE "*ROUTE*".
           05 FILLER PIC x(1) VALUE SPACE.
           05 routeTagCode PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 routeTagRecNo PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 routeTagRecords PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 routeTagChars PIC 9(4).
           05 FILLER PIC x(1) VALUE SPACE.
           05 routeTagFailures PIC 9(2).

        01 routeTagReadRecord.
           05 routeTagReadLabel PIC x(7).
           05 FILLER PIC x(1).
           05 routeTagReadCode PIC x(8).
           05 FILLER PIC x(1).
           05 routeTagReadRecNo PIC 9(6).
           05 FILLER PIC x(1).
           05 routeTagReadRecords PIC 9(2).
           05 FILLER PIC x(1).
           05 routeTagReadChars PIC 9(4).
           05 FILLER PIC x(1).
           05 routeTagReadFailures PIC 9(2).
           05 FILLER PIC x(65).

        01 routeReportLine.
           05 FILLER PIC x(10) VALUE "Recipient ".
           05 rptRouteCode PIC x(8).
           05 FILLER PIC x(4) VALUE " -> ".
           05 rptRouteDataset PIC x(8).
           05 FILLER PIC x(11) VALUE "  messages ".
           05 rptRouteMessages PIC 9(6).
           05 FILLER PIC x(13) VALUE "  characters ".
           05 rptRouteChars PIC 9(8).
           05 FILLER PIC x(10) VALUE "  records ".
           05 rptRouteRecords PIC 9(6).

        01 cribLength PIC 99 VALUE 0.
        01 upperSolveText PIC x(999).
        01 vigBestPeriod PIC 99.
        01 solveSaveKeyword PIC x(20).

        01 solveResultCandidate PIC x(999).
        01 solveResultBuildRecord.
           05 solveResultRecNo PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultRank PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultShift PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultKeyword PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultPeriod PIC 9(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultScore PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultWordPercent PIC x(3).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultCribFlag PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultSource PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 solveResultText PIC x(38).

        01 keywordLength PIC 99.
        01 keywordPos PIC 99.
        01 keyChar PIC x(1).
        01 reconcileCipherLength PIC 9(4).

        01 transPadChar PIC x(1) VALUE "X".
        01 transLetterPadChar PIC x(1) VALUE "X".
        01 chainPadChar PIC x(1) VALUE "~".
        01 chainPlainLength PIC 9(4).
        01 chainPadSwitch PIC x(1) VALUE "N".
           88 chainPadStripped VALUE "Y".
        01 transSpaceChar PIC x(1) VALUE "_".
        01 transWorkText PIC x(999).
        01 transNumCols PIC 99.
           05 headerRunDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerSourceDataset PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 headerChainStage OCCURS 3 TIMES.
              10 headerStageCipher PIC x(1).
              10 headerStageFill PIC x(1).
              10 headerStageKey PIC x(8).
              10 headerStageSep PIC x(1).

        01 headerReadRecord.
           05 headerReadTag PIC x(8).
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
        01 trailerFoundSwitch PIC x(1) VALUE "N".
           88 trailerFound VALUE "Y".

        01 lastAuditRecordCount PIC 9(6).
        01 lastAuditTotalChars PIC 9(8).

           05 auditReconcileFailures PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditKeyword PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 auditCompletionCode PIC 9(2).

        01 catalogFileStatus PIC x(2).
        01 catalogFailName PIC x(8).
        01 catalogFailStatus PIC x(2).
        01 catScratchFileStatus PIC x(2).
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
                PERFORM Open-Run-Report.
                    "  Records processed: " grandRecordCount
                    "  Reconciliation failures: " grandReconcileFailures
                    "  Rejected to BADREC: " grandBadRecordCount.
                DISPLAY "Highest job completion code: " highestCompletionCode.
                MOVE highestCompletionCode TO RETURN-CODE.
                STOP RUN.

        Open-Run-Report.
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.
                MOVE SPACES TO reportLineBuffer.
                IF routingJob
                        MOVE SPACES TO reportLineBuffer
                        STRING "Routing rejects - NORECIP: " DELIMITED BY SIZE
                            jobNorecipCount DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                END-IF.
                IF modeSolve
                        MOVE SPACES TO reportLineBuffer
                        STRING "Solve results written to " DELIMITED BY SIZE
                            FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            outputLinesWritten DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                END-IF.
                MOVE SPACES TO reportLineBuffer.
                STRING "Reconciliation failures: " DELIMITED BY SIZE
                    reconcileFailureCount DELIMITED BY SIZE
                    INTO reportLineBuffer.
                    grandBadRecordCount DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.
                PERFORM Write-Report-Line.
                MOVE "Job completion codes" TO reportLineBuffer.
                PERFORM Write-Report-Line.
                MOVE 1 TO jobResultIndex.
                PERFORM Write-One-Job-Result jobResultCount TIMES.
                IF jobResultFull
                        MOVE SPACES TO reportLineBuffer
                        STRING "Jobs after the first " DELIMITED BY SIZE
                            jobResultMax DELIMITED BY SIZE
                            " are not listed." DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                END-IF.
                PERFORM Write-Report-Line.
                MOVE SPACES TO reportLineBuffer.
                STRING "Highest completion code: " DELIMITED BY SIZE
                    highestCompletionCode DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

        Write-One-Job-Result.
                MOVE jobResultNumber(jobResultIndex) TO rptResultNumber.
                MOVE jobResultInput(jobResultIndex) TO rptResultInput.
                MOVE jobResultOutput(jobResultIndex) TO rptResultOutput.
                MOVE jobResultCode(jobResultIndex) TO rptResultCode.
                MOVE jobResultStatus(jobResultIndex) TO rptResultStatus.
                MOVE jobResultReportLine TO reportLineBuffer.
                PERFORM Write-Report-Line.
                ADD 1 TO jobResultIndex.

        Load-Word-List.
                MOVE 0 TO wordTableCount.
                ADD 1 TO jobCount.
                PERFORM Initialize-Job.
                PERFORM Write-Job-Page-Header.
                PERFORM Check-Job-Condition.
                IF jobSkipped
                        DISPLAY "Job " jobCount " (" FUNCTION TRIM(inputFileName)
                            " -> " FUNCTION TRIM(outputFileName) ") skipped."
                ELSE
                        PERFORM Execute-Job
                END-IF.
                PERFORM Record-Job-Result.

        Check-Job-Condition.
                MOVE "N" TO jobSkippedSwitch.
                IF conditionOnInput
                        IF conditionMaxCode IS NUMERIC
                                MOVE conditionMaxCode TO conditionLimit
                        ELSE
                                MOVE 0 TO conditionLimit
                        END-IF
                        MOVE 0 TO jobConditionIndex
                        MOVE 1 TO jobResultIndex
                        PERFORM Find-Condition-Job jobResultCount TIMES
                        MOVE SPACES TO reportLineBuffer
                        IF jobConditionIndex = 0
                                STRING "Condition not tested - no earlier job in this run wrote " DELIMITED BY SIZE
                                    FUNCTION TRIM(inputDatasetName) DELIMITED BY SIZE
                                    "." DELIMITED BY SIZE
                                    INTO reportLineBuffer
                        ELSE
                                IF jobResultStatus(jobConditionIndex) = "SKIPPED"
                                   OR jobResultCode(jobConditionIndex) > conditionLimit
                                        MOVE "Y" TO jobSkippedSwitch
                                        STRING "Job skipped - job " DELIMITED BY SIZE
                                            jobResultNumber(jobConditionIndex) DELIMITED BY SIZE
                                            " that wrote " DELIMITED BY SIZE
                                            FUNCTION TRIM(inputDatasetName) DELIMITED BY SIZE
                                            " ended " DELIMITED BY SIZE
                                            FUNCTION TRIM(jobResultStatus(jobConditionIndex)) DELIMITED BY SIZE
                                            " with completion code " DELIMITED BY SIZE
                                            jobResultCode(jobConditionIndex) DELIMITED BY SIZE
                                            " (limit " DELIMITED BY SIZE
                                            conditionLimit DELIMITED BY SIZE
                                            ")." DELIMITED BY SIZE
                                            INTO reportLineBuffer
                                ELSE
                                        STRING "Condition met - job " DELIMITED BY SIZE
                                            jobResultNumber(jobConditionIndex) DELIMITED BY SIZE
                                            " that wrote " DELIMITED BY SIZE
                                            FUNCTION TRIM(inputDatasetName) DELIMITED BY SIZE
                                            " ended with completion code " DELIMITED BY SIZE
                                            jobResultCode(jobConditionIndex) DELIMITED BY SIZE
                                            " (limit " DELIMITED BY SIZE
                                            conditionLimit DELIMITED BY SIZE
                                            ")." DELIMITED BY SIZE
                                            INTO reportLineBuffer
                                END-IF
                        END-IF
                        PERFORM Write-Report-Line
                END-IF.

        Find-Condition-Job.
                IF jobResultOutput(jobResultIndex) = inputDatasetName
                        MOVE jobResultIndex TO jobConditionIndex
                END-IF.
                ADD 1 TO jobResultIndex.

        Set-Job-Completion-Code.
                EVALUATE TRUE
                    WHEN jobSkipped
                        MOVE 0 TO jobCompletionCode
                        MOVE "SKIPPED" TO jobCompletionStatus
                    WHEN NOT operatorAuthorized
                        MOVE 12 TO jobCompletionCode
                        MOVE "REFUSED" TO jobCompletionStatus
                    WHEN jobFailed
                        MOVE 12 TO jobCompletionCode
                        MOVE "FAILED" TO jobCompletionStatus
                    WHEN reconcileFailureCount > 0
                        MOVE 8 TO jobCompletionCode
                        MOVE "RECON" TO jobCompletionStatus
                    WHEN badRecordCount > 0
                        MOVE 4 TO jobCompletionCode
                        MOVE "WARNING" TO jobCompletionStatus
                    WHEN OTHER
                        MOVE 0 TO jobCompletionCode
                        MOVE "CLEAN" TO jobCompletionStatus
                END-EVALUATE.

        Record-Job-Result.
                PERFORM Set-Job-Completion-Code.
                IF jobCompletionCode > highestCompletionCode
                        MOVE jobCompletionCode TO highestCompletionCode
                END-IF.
                IF jobResultCount < jobResultMax
                        ADD 1 TO jobResultCount
                        MOVE jobCount TO jobResultNumber(jobResultCount)
                        MOVE inputDatasetName TO jobResultInput(jobResultCount)
                        MOVE outputDatasetName TO jobResultOutput(jobResultCount)
                        MOVE jobCompletionCode TO jobResultCode(jobResultCount)
                        MOVE jobCompletionStatus TO jobResultStatus(jobResultCount)
                ELSE
                        MOVE "Y" TO jobResultFullSwitch
                END-IF.
                MOVE SPACES TO reportLineBuffer.
                STRING "Completion code: " DELIMITED BY SIZE
                    jobCompletionCode DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(jobCompletionStatus) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

        Fail-Job.
                MOVE "Y" TO jobFailedSwitch.
                MOVE SPACES TO reportLineBuffer.
                STRING "** Job failed - " DELIMITED BY SIZE
                    FUNCTION TRIM(jobFailText) DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

        Execute-Job.
                IF modeDecrypt
                        PERFORM Read-Input-Header
                END-IF.
                IF routingJob
                        PERFORM Load-Route-Table
                END-IF.
                PERFORM Check-Authorization.
                IF operatorAuthorized
                        PERFORM Resolve-Keyword
                        PERFORM Check-Restart
                        PERFORM Truncate-Output-To-Checkpoint
                        PERFORM Open-Batch-Files
                        IF NOT jobFailed
                                PERFORM Process-Input-File
                                PERFORM Close-Batch-Files
                        END-IF
                        EVALUATE TRUE
                            WHEN jobFailed
                                PERFORM Set-Job-Completion-Code
                                PERFORM Write-Audit-Log
                            WHEN routingJob
                                PERFORM Distribute-Routed-Output
                            WHEN OTHER
                                PERFORM Reconcile-Output-Trailer
                                PERFORM Set-Job-Completion-Code
                                PERFORM Write-Audit-Log
                                IF NOT modeSolve
                                        PERFORM Register-Catalog-Entry
                                END-IF
                        END-EVALUATE
                        ADD recordNumber TO grandRecordCount
                        ADD reconcileFailureCount TO grandReconcileFailures
                        ADD badRecordCount TO grandBadRecordCount
                        PERFORM Write-Job-Page-Footer
                        IF jobFailed
                                DISPLAY "Job " jobCount " (" FUNCTION TRIM(inputFileName)
                                    " -> " FUNCTION TRIM(outputFileName) ") failed."
                        ELSE
                                DISPLAY "Job " jobCount " (" FUNCTION TRIM(inputFileName)
                                    " -> " FUNCTION TRIM(outputFileName) ") complete."
                        END-IF
                ELSE
                        IF cipherChain
                                PERFORM Report-Chain-Stages
                        END-IF
                        DISPLAY "Operator " FUNCTION TRIM(operatorId)
                            " is not authorized for mode " controlMode
                            " cipher " cipherType " - job rejected."
                            " - job rejected." DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                        PERFORM Set-Job-Completion-Code
                        PERFORM Write-Audit-Log
                        IF operatorSuspended
                                DISPLAY "Operator " FUNCTION TRIM(operatorId)
                                    " is suspended in SECAUTH pending reinstatement."
                                MOVE SPACES TO reportLineBuffer
                                STRING "Operator " DELIMITED BY SIZE
                                    FUNCTION TRIM(operatorId) DELIMITED BY SIZE
                                    " is suspended in SECAUTH pending reinstatement." DELIMITED BY SIZE
                                    INTO reportLineBuffer
                                PERFORM Write-Report-Line
                        END-IF
                        MOVE controlMode TO secViolMode
                        IF (cipherChain OR routingJob) AND deniedCipher NOT = SPACE
                                MOVE deniedCipher TO secViolCipher
                        ELSE
                                MOVE cipherType TO secViolCipher
                        END-IF
                        MOVE inputDatasetName TO secViolDataset
                        MOVE "CAESAR" TO secViolProgram
                        PERFORM Record-Security-Violation
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

        Evaluate-SecAuth-Record.
                MOVE "Y" TO secAuthFoundSwitch.
                MOVE secAuthStatus TO operatorStatusSwitch.
                MOVE secAuthStatusStamp TO operatorStatusStamp.
                MOVE 0 TO authModeHit.
                INSPECT secAuthModes TALLYING authModeHit FOR ALL controlMode.
                MOVE 0 TO authCipherHit.
                MOVE SPACE TO deniedCipher.
                EVALUATE TRUE
                    WHEN cipherChain
                        MOVE 1 TO chainStageIndex
                        PERFORM Check-One-Stage-Cipher chainStageCount TIMES
                        IF deniedCipher = SPACE
                                MOVE 1 TO authCipherHit
                        END-IF
                    WHEN routingJob
                        MOVE 1 TO routeIndex
                        PERFORM Check-One-Route-Cipher routeTableCount TIMES
                        IF deniedCipher = SPACE
                                MOVE 1 TO authCipherHit
                        END-IF
                    WHEN OTHER
                        INSPECT secAuthCiphers TALLYING authCipherHit FOR ALL cipherType
                END-EVALUATE.
                IF authModeHit > 0 AND authCipherHit > 0 AND NOT secAuthSuspended
                        MOVE "Y" TO operatorAuthorizedSwitch
                END-IF.

        Check-One-Stage-Cipher.
                MOVE 0 TO chainCipherHit.
                INSPECT secAuthCiphers TALLYING chainCipherHit
                    FOR ALL chainStageCipher(chainStageIndex).
                IF chainCipherHit = 0 AND deniedCipher = SPACE
                        MOVE chainStageCipher(chainStageIndex) TO deniedCipher
                END-IF.
                ADD 1 TO chainStageIndex.

        Check-One-Route-Cipher.
                MOVE 0 TO chainCipherHit.
                INSPECT secAuthCiphers TALLYING chainCipherHit
                    FOR ALL routeCipher(routeIndex).
                IF chainCipherHit = 0 AND deniedCipher = SPACE
                        MOVE routeCipher(routeIndex) TO deniedCipher
                END-IF.
                ADD 1 TO routeIndex.

        Initialize-Job.
                MOVE 0 TO stringShift.
                MOVE 0 TO jobGridlenCount.
                MOVE 0 TO jobMsgpartCount.
                MOVE 0 TO jobOtherRejectCount.
                MOVE 0 TO jobNorecipCount.
                MOVE 0 TO jobCompletionCode.
                MOVE SPACES TO jobCompletionStatus.
                MOVE "N" TO jobFailedSwitch.
                MOVE "N" TO jobSkippedSwitch.
                MOVE SPACES TO jobFailText.
                MOVE "N" TO eofSwitch.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                MOVE sysYear TO auditYear.
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE inputReadBuffer(1:86) TO headerReadRecord
                        END-READ
                        CLOSE InputFile
                END-IF.
                           OR headerReadCipher = "A" OR headerReadCipher = "T"
                                MOVE headerReadCipher TO cipherType
                        END-IF
                        IF headerReadCipher = "M"
                                MOVE "M" TO cipherType
                                MOVE 0 TO chainStageCount
                                MOVE 1 TO chainStageIndex
                                PERFORM Load-Header-Chain-Stage chainStageMax TIMES
                                IF chainStageCount = 0
                                        MOVE "C" TO cipherType
                                END-IF
                        END-IF
                END-IF.
                IF NOT cardShiftExplicit AND headerReadShift IS NUMERIC
                        MOVE headerReadShift TO controlShift
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

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

        Load-Card-Chain-Stage.
                EVALUATE TRUE
                    WHEN cardStageCipher(chainStageIndex) = SPACE
                        CONTINUE
                    WHEN cardStageCipher(chainStageIndex) = "T"
                     AND chainTranspositionCount > 0
                        DISPLAY "Chain stage " chainStageIndex
                            " - only one transposition stage is allowed - stage ignored."
                    WHEN cardStageCipher(chainStageIndex) = "C"
                      OR cardStageCipher(chainStageIndex) = "V"
                      OR cardStageCipher(chainStageIndex) = "A"
                      OR cardStageCipher(chainStageIndex) = "T"
                        IF cardStageCipher(chainStageIndex) = "T"
                                ADD 1 TO chainTranspositionCount
                        END-IF
                        ADD 1 TO chainStageCount
                        MOVE cardStageCipher(chainStageIndex)
                            TO chainStageCipher(chainStageCount)
                        MOVE cardStageKey(chainStageIndex)
                            TO chainStageKey(chainStageCount)
                        MOVE SPACES TO chainStageKeyword(chainStageCount)
                        MOVE 0 TO chainStageShift(chainStageCount)
                    WHEN OTHER
                        DISPLAY "Chain stage " chainStageIndex " cipher '"
                            cardStageCipher(chainStageIndex)
                            "' is not C, V, A or T - stage ignored."
                END-EVALUATE.
                ADD 1 TO chainStageIndex.

        Apply-Control-Defaults.
                MOVE "E" TO controlMode.
                MOVE "C" TO cipherType.
                MOVE SPACES TO cribWord.
                MOVE SPACES TO inputDatasetName.
                MOVE SPACES TO outputDatasetName.
                MOVE SPACE TO conditionType.
                MOVE SPACES TO conditionMaxCode.
                PERFORM Validate-Control-Card.

        Validate-Control-Card.
                IF cipherType = "C" OR cipherType = "V" OR cipherType = "A"
                   OR cipherType = "T" OR cipherType = "M"
                        MOVE "Y" TO cardCipherExplicitSwitch
                ELSE
                        MOVE "N" TO cardCipherExplicitSwitch
                IF controlMode NOT = "E" AND controlMode NOT = "D" AND controlMode NOT = "S"
                        MOVE "E" TO controlMode
                END-IF.
                MOVE "N" TO routingJobSwitch.
                IF cipherRouted
                        IF modeEncrypt
                                MOVE "Y" TO routingJobSwitch
                        ELSE
                                DISPLAY "Recipient routing applies to encrypt mode only - cipher R ignored."
                        END-IF
                END-IF.
                IF cipherType NOT = "C" AND cipherType NOT = "V" AND cipherType NOT = "A"
                   AND cipherType NOT = "T" AND cipherType NOT = "M" AND NOT routingJob
                        MOVE "C" TO cipherType
                END-IF.
                MOVE 0 TO chainStageCount.
                MOVE 0 TO chainTranspositionCount.
                IF cipherChain AND modeSolve
                        DISPLAY "Cipher chain does not apply to solve mode - Caesar solve used."
                        MOVE "C" TO cipherType
                END-IF.
                IF cipherChain
                        MOVE 1 TO chainStageIndex
                        PERFORM Load-Card-Chain-Stage chainStageMax TIMES
                        IF chainStageCount = 0
                                IF modeDecrypt
                                        MOVE "N" TO cardCipherExplicitSwitch
                                ELSE
                                        DISPLAY "Cipher chain names no valid stage - Caesar cipher used."
                                        MOVE "C" TO cipherType
                                END-IF
                        END-IF
                END-IF.
                IF operatorId = SPACES
                        MOVE "BATCH" TO operatorId
                END-IF.
                IF conditionType NOT = SPACE AND NOT conditionOnInput
                        DISPLAY "Condition type '" conditionType "' is not C - condition ignored."
                        MOVE SPACE TO conditionType
                END-IF.
                IF controlShift IS NOT NUMERIC
                        MOVE 0 TO controlShift
                END-IF.
                END-IF.
                MOVE inputDatasetName TO inputFileName.
                MOVE outputDatasetName TO outputFileName.
                PERFORM Build-Direct-File-Name.

        Build-Direct-File-Name.
                MOVE 0 TO outputNameLength.
                INSPECT FUNCTION REVERSE(outputDatasetName) TALLYING outputNameLength FOR LEADING SPACES.
                COMPUTE outputNameLength = LENGTH OF outputDatasetName - outputNameLength.

        Resolve-Keyword.
                MOVE keyword TO workingKeyword.
                IF cipherChain
                        PERFORM Resolve-Chain-Keywords
                END-IF.
                IF routingJob
                        PERFORM Resolve-Route-Keywords
                END-IF.
                IF cipherVigenere OR cipherAutokey OR cipherTransposition
                        PERFORM Look-Up-Keyword
                END-IF.

        Look-Up-Keyword.
                MOVE 0 TO bestKeyEffDate.
                MOVE "N" TO keyFoundSwitch.
                MOVE FUNCTION TRIM(keyword) TO keyLookupId.
                OPEN INPUT KeyFile.
                IF keyFileStatus = "00"
                        PERFORM Start-Key-Lookup
                        PERFORM Evaluate-Key-Record UNTIL endOfKeyFile
                        CLOSE KeyFile
                END-IF.
                IF keyFound
                        MOVE SPACES TO reportLineBuffer
                        STRING "Keyword ID " DELIMITED BY SIZE
                            FUNCTION TRIM(keyword) DELIMITED BY SIZE
                            " resolved from KEYFILE, effective " DELIMITED BY SIZE
                            bestKeyEffDate DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                END-IF.

        Resolve-Chain-Keywords.
                MOVE keyword TO chainSaveKeyword.
                MOVE 1 TO chainStageIndex.
                PERFORM Resolve-One-Chain-Stage chainStageCount TIMES.
                MOVE chainSaveKeyword TO keyword.
                MOVE SPACES TO workingKeyword.
                PERFORM Build-Chain-Summary.
                PERFORM Report-Chain-Stages.

        Resolve-One-Chain-Stage.
                MOVE SPACES TO chainStageKeyword(chainStageIndex).
                MOVE 0 TO chainStageShift(chainStageIndex).
                IF chainStageCipher(chainStageIndex) = "C"
                        IF chainStageKey(chainStageIndex)(1:2) IS NUMERIC
                           AND chainStageKey(chainStageIndex)(1:2) NOT = "00"
                                MOVE chainStageKey(chainStageIndex)(1:2) TO chainStageShiftDigits
                                COMPUTE chainStageShift(chainStageIndex)
                                    = FUNCTION MOD(chainStageShiftDigits, 26)
                        ELSE
                                ACCEPT dayOfWeek FROM DAY-OF-WEEK
                                MOVE dailyShift(dayOfWeek) TO chainStageShift(chainStageIndex)
                        END-IF
                        MOVE chainStageShift(chainStageIndex) TO chainStageShiftDigits
                        MOVE SPACES TO chainStageKey(chainStageIndex)
                        MOVE chainStageShiftText TO chainStageKey(chainStageIndex)(1:2)
                ELSE
                        MOVE chainStageKey(chainStageIndex) TO keyword
                        MOVE keyword TO workingKeyword
                        PERFORM Look-Up-Keyword
                        MOVE workingKeyword TO chainStageKeyword(chainStageIndex)
                END-IF.
                ADD 1 TO chainStageIndex.

        Build-Chain-Summary.
                MOVE SPACES TO chainStageSummary.
                MOVE 1 TO chainSummaryPos.
                MOVE 1 TO chainStageIndex.
                PERFORM Add-Chain-Summary-Stage chainStageCount TIMES.

        Add-Chain-Summary-Stage.
                STRING chainStageCipher(chainStageIndex) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    chainStageKey(chainStageIndex) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    INTO chainStageSummary
                    WITH POINTER chainSummaryPos.
                ADD 1 TO chainStageIndex.

        Report-Chain-Stages.
                MOVE 1 TO chainStageIndex.
                PERFORM Report-One-Chain-Stage chainStageCount TIMES.

        Report-One-Chain-Stage.
                MOVE SPACES TO reportLineBuffer.
                IF chainStageCipher(chainStageIndex) = "C"
                        STRING "Chain stage " DELIMITED BY SIZE
                            chainStageIndex DELIMITED BY SIZE
                            ": cipher C shift " DELIMITED BY SIZE
                            chainStageKey(chainStageIndex) DELIMITED BY SPACE
                            INTO reportLineBuffer
                ELSE
                        STRING "Chain stage " DELIMITED BY SIZE
                            chainStageIndex DELIMITED BY SIZE
                            ": cipher " DELIMITED BY SIZE
                            chainStageCipher(chainStageIndex) DELIMITED BY SIZE
                            " keyword ID " DELIMITED BY SIZE
                            chainStageKey(chainStageIndex) DELIMITED BY SPACE
                            INTO reportLineBuffer
                END-IF.
                PERFORM Write-Report-Line.
                ADD 1 TO chainStageIndex.

        Load-Route-Table.
                MOVE 0 TO routeTableCount.
                OPEN INPUT RouteTableFile.
                IF routeFileStatus = "00"
                        MOVE "N" TO routeEofSwitch
                        PERFORM Read-Route-Record
                        PERFORM Store-Route-Record UNTIL endOfRouteFile
                        CLOSE RouteTableFile
                ELSE
                        DISPLAY "Unable to open ROUTETBL - status " routeFileStatus
                            " - every message will be rejected to BADREC."
                END-IF.
                MOVE SPACES TO reportLineBuffer.
                STRING "Routing table ROUTETBL loaded - " DELIMITED BY SIZE
                    routeTableCount DELIMITED BY SIZE
                    " recipients." DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

        Read-Route-Record.
                MOVE SPACES TO routeReadRecord.
                READ RouteTableFile INTO routeReadRecord
                    AT END
                        MOVE "Y" TO routeEofSwitch
                END-READ.

        Store-Route-Record.
                MOVE SPACES TO routeLoadReason.
                IF routeReadRecord NOT = SPACES
                        EVALUATE TRUE
                            WHEN routeReadCode = SPACES
                                MOVE "no recipient code" TO routeLoadReason
                            WHEN routeReadCipher NOT = "C" AND routeReadCipher NOT = "V"
                             AND routeReadCipher NOT = "A" AND routeReadCipher NOT = "T"
                                MOVE "cipher is not C, V, A or T" TO routeLoadReason
                            WHEN routeReadCipher NOT = "C" AND routeReadKeyId = SPACES
                                MOVE "no key ID" TO routeLoadReason
                            WHEN routeReadDataset = SPACES
                                MOVE "no output dataset" TO routeLoadReason
                            WHEN routeReadDataset = inputDatasetName
                              OR routeReadDataset = outputDatasetName
                                MOVE "output dataset is used by the job" TO routeLoadReason
                            WHEN routeTableCount NOT < routeTableMax
                                MOVE "routing table full" TO routeLoadReason
                            WHEN OTHER
                                MOVE 1 TO routeScanIndex
                                PERFORM Check-One-Route-Duplicate routeTableCount TIMES
                        END-EVALUATE
                        IF routeLoadReason = SPACES
                                ADD 1 TO routeTableCount
                                MOVE routeReadCode TO routeCode(routeTableCount)
                                MOVE routeReadCipher TO routeCipher(routeTableCount)
                                MOVE routeReadKeyId TO routeKeyId(routeTableCount)
                                MOVE routeReadDataset TO routeDataset(routeTableCount)
                                MOVE SPACES TO routeKeyword(routeTableCount)
                                MOVE 0 TO routeShift(routeTableCount)
                        ELSE
                                DISPLAY "ROUTETBL entry " FUNCTION TRIM(routeReadCode)
                                    " ignored - " FUNCTION TRIM(routeLoadReason) "."
                                MOVE SPACES TO reportLineBuffer
                                STRING "ROUTETBL entry " DELIMITED BY SIZE
                                    FUNCTION TRIM(routeReadCode) DELIMITED BY SIZE
                                    " ignored - " DELIMITED BY SIZE
                                    FUNCTION TRIM(routeLoadReason) DELIMITED BY SIZE
                                    "." DELIMITED BY SIZE
                                    INTO reportLineBuffer
                                PERFORM Write-Report-Line
                        END-IF
                END-IF.
                PERFORM Read-Route-Record.

        Check-One-Route-Duplicate.
                IF routeLoadReason = SPACES
                        IF routeCode(routeScanIndex) = routeReadCode
                                MOVE "duplicate recipient code" TO routeLoadReason
                        END-IF
                        IF routeDataset(routeScanIndex) = routeReadDataset
                                MOVE "output dataset already routed" TO routeLoadReason
                        END-IF
                END-IF.
                ADD 1 TO routeScanIndex.

        Resolve-Route-Keywords.
                MOVE 1 TO routeIndex.
                PERFORM Resolve-One-Route routeTableCount TIMES.
                MOVE SPACES TO keyword.
                MOVE SPACES TO workingKeyword.
                MOVE 0 TO stringShift.

        Resolve-One-Route.
                MOVE SPACES TO routeKeyword(routeIndex).
                MOVE 0 TO routeShift(routeIndex).
                IF routeCipher(routeIndex) = "C"
                        IF routeKeyId(routeIndex)(1:2) IS NUMERIC
                           AND routeKeyId(routeIndex)(1:2) NOT = "00"
                                MOVE routeKeyId(routeIndex)(1:2) TO routeShiftDigits
                                COMPUTE routeShift(routeIndex)
                                    = FUNCTION MOD(routeShiftDigits, 26)
                        ELSE
                                ACCEPT dayOfWeek FROM DAY-OF-WEEK
                                MOVE dailyShift(dayOfWeek) TO routeShift(routeIndex)
                        END-IF
                        MOVE routeShift(routeIndex) TO routeShiftDigits
                        MOVE SPACES TO routeKeyId(routeIndex)
                        MOVE routeShiftText TO routeKeyId(routeIndex)(1:2)
                ELSE
                        MOVE routeKeyId(routeIndex) TO keyword
                        MOVE keyword TO workingKeyword
                        PERFORM Look-Up-Keyword
                        MOVE workingKeyword TO routeKeyword(routeIndex)
                END-IF.
                MOVE SPACES TO reportLineBuffer.
                IF routeCipher(routeIndex) = "C"
                        STRING "Recipient " DELIMITED BY SIZE
                            FUNCTION TRIM(routeCode(routeIndex)) DELIMITED BY SIZE
                            ": cipher C shift " DELIMITED BY SIZE
                            routeKeyId(routeIndex) DELIMITED BY SPACE
                            " -> " DELIMITED BY SIZE
                            FUNCTION TRIM(routeDataset(routeIndex)) DELIMITED BY SIZE
                            INTO reportLineBuffer
                ELSE
                        STRING "Recipient " DELIMITED BY SIZE
                            FUNCTION TRIM(routeCode(routeIndex)) DELIMITED BY SIZE
                            ": cipher " DELIMITED BY SIZE
                            routeCipher(routeIndex) DELIMITED BY SIZE
                            " keyword ID " DELIMITED BY SIZE
                            routeKeyId(routeIndex) DELIMITED BY SPACE
                            " -> " DELIMITED BY SIZE
                            FUNCTION TRIM(routeDataset(routeIndex)) DELIMITED BY SIZE
                            INTO reportLineBuffer
                END-IF.
                PERFORM Write-Report-Line.
                ADD 1 TO routeIndex.

        Set-Chain-Stage.
                MOVE chainStageCipher(chainStageIndex) TO cipherType.
                MOVE chainStageKeyword(chainStageIndex) TO workingKeyword.
                MOVE chainStageShift(chainStageIndex) TO stringShift.

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

        Determine-Shift.
                IF controlShift > 0
                IF inFileStatus NOT = "00"
                        DISPLAY "Unable to open " FUNCTION TRIM(inputFileName)
                            " - status " inFileStatus "."
                        MOVE SPACES TO jobFailText
                        STRING "unable to open " DELIMITED BY SIZE
                            FUNCTION TRIM(inputFileName) DELIMITED BY SIZE
                            " - status " DELIMITED BY SIZE
                            inFileStatus DELIMITED BY SIZE
                            INTO jobFailText
                        PERFORM Fail-Job
                ELSE
                        PERFORM Open-Output-Files
                END-IF.

        Open-Output-Files.
                IF lastCheckpointRecNo > 0
                        OPEN EXTEND OutputFile
                ELSE
                        OPEN OUTPUT OutputFile
                        IF outFileStatus = "00" AND modeEncrypt AND NOT routingJob
                                PERFORM Write-Output-Header
                        END-IF
                END-IF.
                        DISPLAY "Unable to open " FUNCTION TRIM(outputFileName)
                            " - status " outFileStatus "."
                        CLOSE InputFile
                        MOVE SPACES TO jobFailText
                        STRING "unable to open " DELIMITED BY SIZE
                            FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                            " - status " DELIMITED BY SIZE
                            outFileStatus DELIMITED BY SIZE
                            INTO jobFailText
                        PERFORM Fail-Job
                ELSE
                        OPEN OUTPUT CheckpointFile
                        MOVE lastCheckpointRecNo TO lastRecNo
                        MOVE outputDatasetName TO lastCkptDataset
                        MOVE lastCheckpointOutLines TO lastCkptOutLines
                        MOVE lastCheckpointOutLines TO outputLinesWritten
                        WRITE checkpointFileRecord FROM checkpointBuildRecord
                        PERFORM Open-Direct-Output
                END-IF.

        Write-Output-Header.
                MOVE cipherType TO headerCipher.
                END-IF.
                MOVE runDateNumeric TO headerRunDate.
                MOVE inputDatasetName TO headerSourceDataset.
                MOVE 1 TO chainStageIndex.
                PERFORM Build-Header-Chain-Stage chainStageMax TIMES.
                IF cipherChain
                        MOVE 0 TO headerShift
                END-IF.
                WRITE outputFileRecord FROM headerBuildRecord.

        Build-Header-Chain-Stage.
                MOVE SPACES TO headerChainStage(chainStageIndex).
                IF cipherChain AND chainStageIndex <= chainStageCount
                        MOVE chainStageCipher(chainStageIndex) TO headerStageCipher(chainStageIndex)
                        MOVE chainStageKey(chainStageIndex) TO headerStageKey(chainStageIndex)
                END-IF.
                ADD 1 TO chainStageIndex.

        Open-Direct-Output.
                MOVE "N" TO directFileSwitch.
                IF modeSolve OR routingJob
                        CONTINUE
                ELSE
                        IF lastCheckpointRecNo > 0
        Truncate-Output-To-Checkpoint.
                IF lastCheckpointRecNo > 0
                        MOVE lastCheckpointOutLines TO outputCopyCount
                        IF modeEncrypt AND NOT routingJob
                                ADD 1 TO outputCopyCount
                        END-IF
                        OPEN INPUT OutputFile

        Process-Input-File.
                PERFORM Read-Input-Record.
                PERFORM Process-One-Record UNTIL endOfInputFile OR jobFailed.
                IF NOT jobFailed
                        PERFORM Clear-Checkpoint
                END-IF.

        Read-Input-Record.
                READ InputFile INTO inputReadBuffer
                                END-IF
                        END-IF
                        PERFORM Checkpoint-If-Due
                        IF routingJob
                                MOVE "R" TO cipherType
                                MOVE SPACES TO keyword
                                MOVE SPACES TO workingKeyword
                                MOVE 0 TO stringShift
                        END-IF
                END-IF.

        Assemble-Logical-Message.
                    UNTIL endOfInputFile OR plaintextRecord(1:1) NOT = "+".
                IF NOT messageBad
                        PERFORM Build-Message-Text
                        IF routingJob
                                PERFORM Route-Logical-Message
                        END-IF
                        IF NOT messageBad
                                PERFORM Validate-Message-Grid
                        END-IF
                END-IF.
                IF messageBad
                        PERFORM Flush-Message-To-BadRec
                            TO messageText(messageLength + 1:fragmentLength)
                        ADD fragmentLength TO messageLength
                END-IF.
                ADD 1 TO fragmentIndex.

        Route-Logical-Message.
                MOVE SPACES TO messageRecipient.
                MOVE 0 TO routeMatchIndex.
                MOVE 0 TO routeCodeLength.
                MOVE reconcileFailureCount TO routeMessageFailBase.
                IF messageText(1:1) = "@"
                        UNSTRING messageText(2:998) DELIMITED BY SPACE
                            INTO messageRecipient COUNT IN routeCodeLength
                        END-UNSTRING
                        MOVE SPACES TO routeTextHold
                        IF routeCodeLength < 997
                                MOVE messageText(routeCodeLength + 3:) TO routeTextHold
                        END-IF
                        MOVE routeTextHold TO messageText
                        IF routeCodeLength > 0 AND routeCodeLength <= 8
                                MOVE 1 TO routeScanIndex
                                PERFORM Find-Route-Entry routeTableCount TIMES
                        END-IF
                END-IF.
                EVALUATE TRUE
                    WHEN routeMatchIndex = 0
                        MOVE "NORECIP" TO messageReason
                        MOVE "Y" TO messageBadSwitch
                    WHEN messageText = SPACES
                        MOVE "BLANK" TO messageReason
                        MOVE "Y" TO messageBadSwitch
                    WHEN OTHER
                        MOVE routeCipher(routeMatchIndex) TO cipherType
                        MOVE routeKeyId(routeMatchIndex) TO keyword
                        MOVE routeKeyword(routeMatchIndex) TO workingKeyword
                        MOVE routeShift(routeMatchIndex) TO stringShift
                END-EVALUATE.

        Find-Route-Entry.
                IF routeMatchIndex = 0
                   AND routeCode(routeScanIndex) = messageRecipient
                        MOVE routeScanIndex TO routeMatchIndex
                END-IF.
                ADD 1 TO routeScanIndex.

        Validate-Message-Grid.
                IF modeEncrypt AND cipherTransposition
                                MOVE "Y" TO messageBadSwitch
                        END-IF
                END-IF.
                IF modeEncrypt AND cipherChain
                        MOVE messageText TO Result
                        MOVE FUNCTION TRIM(Result) TO Result
                        MOVE 0 TO chainGridLength
                        INSPECT FUNCTION REVERSE(Result) TALLYING chainGridLength FOR LEADING SPACES
                        COMPUTE chainGridLength = LENGTH OF Result - chainGridLength
                        MOVE 1 TO chainStageIndex
                        PERFORM Check-One-Chain-Grid chainStageCount TIMES
                        MOVE SPACES TO workingKeyword
                END-IF.

        Check-One-Chain-Grid.
                IF chainStageCipher(chainStageIndex) = "T" AND NOT messageBad
                        MOVE chainStageKeyword(chainStageIndex) TO workingKeyword
                        PERFORM Compute-Keyword-Length
                        DIVIDE chainGridLength BY keywordLength GIVING transNumRows REMAINDER transRemainder
                        IF transRemainder > 0
                                IF chainGridLength + keywordLength - transRemainder > 981
                                        MOVE "GRIDLEN" TO messageReason
                                        MOVE "Y" TO messageBadSwitch
                                ELSE
                                        COMPUTE chainGridLength = chainGridLength + keywordLength - transRemainder
                                END-IF
                        END-IF
                END-IF.
                ADD 1 TO chainStageIndex.

        Flush-Message-To-BadRec.
                MOVE 1 TO fragmentIndex.
                PERFORM Write-Bad-Record-Line.

        Write-Bad-Record-Line.
                IF NOT jobFailed
                        WRITE badRecordFileRecord FROM badRecordBuildRecord
                        IF badRecFileStatus NOT = "00"
                                DISPLAY "Unable to write BADREC at record " badRecNumber
                                    " - status " badRecFileStatus "."
                                MOVE SPACES TO jobFailText
                                STRING "unable to write BADREC at record " DELIMITED BY SIZE
                                    badRecNumber DELIMITED BY SIZE
                                    " - status " DELIMITED BY SIZE
                                    badRecFileStatus DELIMITED BY SIZE
                                    INTO jobFailText
                                PERFORM Fail-Job
                        ELSE
                                PERFORM Count-Bad-Record
                        END-IF
                END-IF.

        Count-Bad-Record.
                ADD 1 TO badRecordCount.
                EVALUATE badRecReason
                    WHEN "OVERLEN"
                        ADD 1 TO jobGridlenCount
                    WHEN "MSGPART"
                        ADD 1 TO jobMsgpartCount
                    WHEN "NORECIP"
                        ADD 1 TO jobNorecipCount
                    WHEN OTHER
                        ADD 1 TO jobOtherRejectCount
                END-EVALUATE.

                EVALUATE TRUE
                    WHEN modeEncrypt
                        MOVE "Y" TO chainStageCheckSwitch
                        PERFORM Run-Encrypt
                        MOVE "N" TO chainStageCheckSwitch
                        PERFORM Reconcile-Encrypt
                        PERFORM Write-Message-Output
                    WHEN modeDecrypt
                        MOVE "Y" TO chainStageCheckSwitch
                        PERFORM Run-Decrypt
                        MOVE "N" TO chainStageCheckSwitch
                        PERFORM Reconcile-Decrypt
                        PERFORM Write-Message-Output
                    WHEN modeSolve
                MOVE cipherType TO rptCipher.
                MOVE stringLength TO rptChars.
                MOVE dictText TO rptDictText.
                MOVE SPACES TO rptStageText.
                EVALUATE TRUE
                    WHEN modeSolve
                        MOVE SPACES TO rptKeyLabel
                        MOVE SPACES TO rptKeyValue
                        MOVE SPACES TO rptDictText
                    WHEN cipherChain
                        MOVE " stages=" TO rptKeyLabel
                        MOVE chainStageCount TO rptKeyValue
                        STRING " chain=" DELIMITED BY SIZE
                            chainStageSummary DELIMITED BY SIZE
                            INTO rptStageText
                    WHEN cipherVigenere OR cipherAutokey OR cipherTransposition
                        MOVE " keyword=" TO rptKeyLabel
                        MOVE FUNCTION TRIM(keyword) TO rptKeyValue
                        MOVE " shift=" TO rptKeyLabel
                        MOVE stringShift TO rptKeyValue
                END-EVALUATE.
                IF routingJob
                        STRING " recipient=" DELIMITED BY SIZE
                            messageRecipient DELIMITED BY SPACE
                            INTO rptStageText
                END-IF.
                MOVE detailReportLine TO reportLineBuffer.
                PERFORM Write-Report-Line.

        Run-Encrypt.
                IF cipherChain
                        PERFORM Run-Chain-Encrypt
                ELSE
                        PERFORM Run-Stage-Encrypt
                END-IF.

        Run-Decrypt.
                IF cipherChain
                        PERFORM Run-Chain-Decrypt
                ELSE
                        PERFORM Run-Stage-Decrypt
                END-IF.

        Run-Chain-Encrypt.
                MOVE Result TO chainSaveResult.
                MOVE stringLength TO chainSaveLength.
                MOVE 1 TO chainStageIndex.
                PERFORM Run-One-Chain-Encrypt-Stage chainStageCount TIMES.
                MOVE "M" TO cipherType.
                MOVE chainSaveResult TO Result.
                MOVE chainSaveLength TO stringLength.

        Run-One-Chain-Encrypt-Stage.
                PERFORM Set-Chain-Stage.
                MOVE Result TO chainStageInput.
                MOVE stringLength TO chainStageInLength.
                IF chainStageIndex > 1
                        MOVE chainPadChar TO transPadChar
                ELSE
                        MOVE transLetterPadChar TO transPadChar
                END-IF.
                PERFORM Run-Stage-Encrypt.
                MOVE transLetterPadChar TO transPadChar.
                IF cipherTransposition
                        MOVE transPaddedLen TO stringLength
                END-IF.
                IF chainStageCheck
                        MOVE "ESTAGE" TO chainFailLead
                        PERFORM Reconcile-Chain-Stage
                END-IF.
                MOVE newString TO Result.
                ADD 1 TO chainStageIndex.

        Run-Chain-Decrypt.
                MOVE Result TO chainSaveResult.
                MOVE stringLength TO chainSaveLength.
                MOVE chainStageCount TO chainStageIndex.
                PERFORM Run-One-Chain-Decrypt-Stage chainStageCount TIMES.
                PERFORM Strip-Chain-Pad.
                MOVE "M" TO cipherType.
                MOVE chainSaveResult TO Result.
                MOVE chainSaveLength TO stringLength.

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

        Run-One-Chain-Decrypt-Stage.
                PERFORM Set-Chain-Stage.
                MOVE Result TO chainStageInput.
                MOVE stringLength TO chainStageInLength.
                PERFORM Run-Stage-Decrypt.
                IF chainStageCheck
                        MOVE "DSTAGE" TO chainFailLead
                        PERFORM Reconcile-Chain-Stage
                END-IF.
                MOVE newString TO Result.
                SUBTRACT 1 FROM chainStageIndex.

        Reconcile-Chain-Stage.
                MOVE newString TO chainStageOutput.
                MOVE newString TO Result.
                IF chainFailLead = "ESTAGE"
                        PERFORM Run-Stage-Decrypt
                ELSE
                        PERFORM Run-Stage-Encrypt
                END-IF.
                MOVE chainStageInput TO chainCompareText.
                MOVE newString TO chainCompareResult.
                IF cipherTransposition
                        INSPECT chainCompareText CONVERTING transSpaceChar TO " "
                        INSPECT chainCompareResult CONVERTING transSpaceChar TO " "
                END-IF.
                IF chainCompareResult(1:chainStageInLength)
                   NOT = chainCompareText(1:chainStageInLength)
                        ADD 1 TO reconcileFailureCount
                        MOVE chainStageIndex TO chainFailStage
                        MOVE SPACES TO reportLineBuffer
                        STRING "** Reconciliation mismatch on record " DELIMITED BY SIZE
                            messageFirstRecNo DELIMITED BY SIZE
                            " - chain stage " DELIMITED BY SIZE
                            chainStageIndex DELIMITED BY SIZE
                            " cipher " DELIMITED BY SIZE
                            cipherType DELIMITED BY SIZE
                            " did not round-trip." DELIMITED BY SIZE
                            INTO reportLineBuffer
                        PERFORM Write-Report-Line
                        MOVE messageFirstRecNo TO reconErrRecNumber
                        MOVE chainFailType TO reconErrFailType
                        MOVE chainStageInput TO reconErrExpected
                        MOVE newString TO reconErrActual
                        PERFORM Write-Recon-Error
                END-IF.
                MOVE chainStageOutput TO newString.

        Run-Stage-Encrypt.
                MOVE SPACES TO newString.
                MOVE 1 TO i.
                EVALUATE TRUE
                        PERFORM Encrypt stringLength TIMES
                END-EVALUATE.

        Run-Stage-Decrypt.
                MOVE SPACES TO newString.
                MOVE 1 TO i.
                EVALUATE TRUE
                MOVE Result TO reconcileText.
                MOVE newString TO plainHold.
                MOVE newString TO Result.
                MOVE stringLength TO reconcileCipherLength.
                IF cipherChain
                        MOVE chainPlainLength TO stringLength
                END-IF.
                PERFORM Run-Encrypt.
                MOVE reconcileCipherLength TO stringLength.
                IF newString(1:stringLength) NOT = reconcileText(1:stringLength)
                        ADD 1 TO reconcileFailureCount
                        MOVE SPACES TO reportLineBuffer
                                MOVE 1 TO solveRank
                                PERFORM Find-And-Report-Best 3 TIMES
                        END-IF
                        PERFORM Write-Shift-Results
                END-IF.

        Try-One-Shift.
                        MOVE 0 TO vigCandCount
                        PERFORM Build-One-Candidate 3 TIMES
                        PERFORM Report-Vigenere-Candidates
                        PERFORM Write-Keyword-Results
                END-IF.
                MOVE solveSaveKeyword TO workingKeyword.

                END-IF.
                ADD 1 TO solveIndex.

        Write-Shift-Results.
                MOVE 1 TO solveIndex.
                PERFORM Clear-One-Solve-Used 26 TIMES.
                MOVE 1 TO solveRank.
                PERFORM Write-One-Shift-Result 26 TIMES.

        Clear-One-Solve-Used.
                MOVE "N" TO solveUsed(solveIndex).
                ADD 1 TO solveIndex.

        Write-One-Shift-Result.
                MOVE 0 TO bestScore.
                MOVE 0 TO bestIndex.
                MOVE 1 TO solveIndex.
                PERFORM Compare-One-Candidate 26 TIMES.
                IF bestIndex > 0
                        MOVE "Y" TO solveUsed(bestIndex)
                        IF solveRank <= 3 OR solveCribHit(bestIndex) = "Y"
                                MOVE "C" TO solveResultCipher
                                MOVE solveRank TO solveResultRank
                                MOVE solveShift(bestIndex) TO solveResultShift
                                MOVE SPACES TO solveResultKeyword
                                MOVE 1 TO solveResultPeriod
                                MOVE solveScore(bestIndex) TO solveResultScore
                                MOVE solveText(bestIndex) TO solveResultCandidate
                                PERFORM Write-Solve-Result
                        END-IF
                END-IF.
                ADD 1 TO solveRank.

        Write-Keyword-Results.
                MOVE 1 TO vigCandIdx.
                PERFORM Clear-One-Vig-Used vigCandCount TIMES.
                MOVE 1 TO vigRank.
                PERFORM Write-One-Keyword-Result vigCandCount TIMES.

        Clear-One-Vig-Used.
                MOVE "N" TO vigCandUsed(vigCandIdx).
                ADD 1 TO vigCandIdx.

        Write-One-Keyword-Result.
                MOVE 0 TO vigBestCandScore.
                MOVE 0 TO vigBestCand.
                MOVE 1 TO vigCandIdx.
                PERFORM Compare-One-Vig-Candidate vigCandCount TIMES.
                IF vigBestCand > 0
                        MOVE "Y" TO vigCandUsed(vigBestCand)
                        MOVE "V" TO solveResultCipher
                        MOVE vigRank TO solveResultRank
                        MOVE 0 TO solveResultShift
                        MOVE vigCandKeyword(vigBestCand) TO solveResultKeyword
                        MOVE vigCandPeriod(vigBestCand) TO solveResultPeriod
                        MOVE vigCandScore(vigBestCand) TO solveResultScore
                        MOVE vigCandText(vigBestCand) TO solveResultCandidate
                        PERFORM Write-Solve-Result
                END-IF.
                ADD 1 TO vigRank.

        Write-Solve-Result.
                MOVE messageFirstRecNo TO solveResultRecNo.
                MOVE inputDatasetName TO solveResultSource.
                MOVE solveResultCandidate(1:38) TO solveResultText.
                MOVE SPACES TO solveResultWordPercent.
                IF wordListLoaded
                        MOVE solveResultCandidate TO wordCheckText
                        PERFORM Compute-Word-Percent
                        MOVE wordPercent TO solveResultWordPercent
                END-IF.
                MOVE SPACE TO solveResultCribFlag.
                IF cribLength > 0
                        MOVE solveResultCandidate TO upperSolveText
                        INSPECT upperSolveText CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                        MOVE cribWord TO upperCribWord
                        INSPECT upperCribWord CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                        MOVE 0 TO cribFoundCount
                        INSPECT upperSolveText TALLYING cribFoundCount FOR ALL upperCribWord(1:cribLength)
                        IF cribFoundCount > 0
                                MOVE "Y" TO solveResultCribFlag
                        ELSE
                                MOVE "N" TO solveResultCribFlag
                        END-IF
                END-IF.
                IF NOT jobFailed
                        WRITE outputFileRecord FROM solveResultBuildRecord
                        IF outFileStatus NOT = "00"
                                PERFORM Fail-Output-Write
                        ELSE
                                ADD 1 TO outputLinesWritten
                        END-IF
                END-IF.

        Checkpoint-If-Due.
                COMPUTE lastProcessedRecNo = messageFirstRecNo + fragmentCount - 1.
                IF lastProcessedRecNo - lastRecNo >= checkpointInterval
                OPEN OUTPUT CheckpointFile.
                WRITE checkpointFileRecord FROM checkpointBuildRecord.

        Write-Message-Output.
                IF routingJob
                        PERFORM Write-Route-Tag
                END-IF.
                MOVE 0 TO outCipherLength.
                INSPECT FUNCTION REVERSE(newString) TALLYING outCipherLength FOR LEADING SPACES.
                COMPUTE outCipherLength = LENGTH OF newString - outCipherLength.
                        MOVE 1 TO outCipherLength
                END-IF.
                MOVE 1 TO outSplitPos.
                PERFORM Write-One-Output-Segment UNTIL outSplitPos > outCipherLength OR jobFailed.

        Write-One-Output-Segment.
                MOVE SPACES TO outputLineBuffer.
                ADD outSegmentLength TO outSplitPos.
                WRITE outputFileRecord FROM outputLineBuffer.
                IF outFileStatus NOT = "00"
                        PERFORM Fail-Output-Write
                ELSE
                        ADD 1 TO outputLinesWritten
                        PERFORM Write-Direct-Output
                END-IF.

        Fail-Output-Write.
                DISPLAY "Unable to write " FUNCTION TRIM(outputFileName)
                    " at record " messageFirstRecNo
                    " - status " outFileStatus ".".
                MOVE SPACES TO jobFailText.
                STRING "unable to write " DELIMITED BY SIZE
                    FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                    " at record " DELIMITED BY SIZE
                    messageFirstRecNo DELIMITED BY SIZE
                    " - status " DELIMITED BY SIZE
                    outFileStatus DELIMITED BY SIZE
                    INTO jobFailText.
                PERFORM Fail-Job.

        Write-Route-Tag.
                MOVE messageRecipient TO routeTagCode.
                MOVE messageFirstRecNo TO routeTagRecNo.
                MOVE fragmentCount TO routeTagRecords.
                MOVE stringLength TO routeTagChars.
                COMPUTE routeTagFailures = reconcileFailureCount - routeMessageFailBase.
                WRITE outputFileRecord FROM routeTagBuildRecord.
                IF outFileStatus NOT = "00"
                        PERFORM Fail-Output-Write
                ELSE
                        ADD 1 TO outputLinesWritten
                END-IF.

        Write-Direct-Output.
                IF directFileOpen

        Close-Batch-Files.
                CLOSE InputFile.
                IF NOT modeSolve AND NOT jobFailed
                        MOVE recordNumber TO trailerRecordCount
                        MOVE totalCharsProcessed TO trailerTotalChars
                        MOVE messageCount TO trailerMessageCount
                        CLOSE DirectOutputFile
                END-IF.

        Distribute-Routed-Output.
                MOVE outputDatasetName TO routeSaveOutput.
                MOVE directFileName TO routeSaveDirectName.
                MOVE recordNumber TO routeSaveRecords.
                MOVE totalCharsProcessed TO routeSaveChars.
                MOVE messageCount TO routeSaveMessages.
                MOVE outputLinesWritten TO routeSaveLines.
                MOVE outputDatasetName TO routeWorkFileName.
                PERFORM Count-Routed-Work.
                PERFORM Write-Report-Line.
                MOVE 1 TO routeIndex.
                PERFORM Distribute-One-Route routeTableCount TIMES.
                MOVE routeSaveOutput TO outputDatasetName.
                MOVE routeSaveOutput TO outputFileName.
                MOVE routeSaveDirectName TO directFileName.
                MOVE routeSaveRecords TO recordNumber.
                MOVE routeSaveChars TO totalCharsProcessed.
                MOVE routeSaveMessages TO messageCount.
                MOVE routeSaveLines TO outputLinesWritten.
                MOVE "R" TO cipherType.
                MOVE SPACES TO keyword.
                MOVE SPACES TO workingKeyword.
                MOVE 0 TO stringShift.

        Count-Routed-Work.
                MOVE 1 TO routeIndex.
                PERFORM Clear-One-Route-Count routeTableCount TIMES.
                OPEN INPUT RoutedWorkFile.
                IF routeWorkFileStatus = "00"
                        MOVE "N" TO routeWorkEofSwitch
                        PERFORM Read-Routed-Work-Line
                        PERFORM Count-One-Routed-Line UNTIL endOfRouteWork
                        CLOSE RoutedWorkFile
                ELSE
                        DISPLAY "Unable to reopen " FUNCTION TRIM(routeWorkFileName)
                            " - status " routeWorkFileStatus " - nothing distributed."
                END-IF.

        Clear-One-Route-Count.
                MOVE 0 TO routeMessages(routeIndex).
                MOVE 0 TO routeRecords(routeIndex).
                MOVE 0 TO routeChars(routeIndex).
                MOVE 0 TO routeFailures(routeIndex).
                ADD 1 TO routeIndex.

        Read-Routed-Work-Line.
                READ RoutedWorkFile INTO outputLineBuffer
                    AT END
                        MOVE "Y" TO routeWorkEofSwitch
                END-READ.

        Count-One-Routed-Line.
                MOVE outputLineBuffer TO routeTagReadRecord.
                IF routeTagReadLabel = "*ROUTE*"
                        MOVE routeTagReadCode TO messageRecipient
                        MOVE 0 TO routeMatchIndex
                        MOVE 1 TO routeScanIndex
                        PERFORM Find-Route-Entry routeTableCount TIMES
                        IF routeMatchIndex > 0
                                ADD 1 TO routeMessages(routeMatchIndex)
                                ADD routeTagReadRecords TO routeRecords(routeMatchIndex)
                                ADD routeTagReadChars TO routeChars(routeMatchIndex)
                                ADD routeTagReadFailures TO routeFailures(routeMatchIndex)
                        END-IF
                END-IF.
                PERFORM Read-Routed-Work-Line.

        Distribute-One-Route.
                IF routeMessages(routeIndex) > 0
                        PERFORM Write-Recipient-Dataset
                END-IF.
                ADD 1 TO routeIndex.

        Write-Recipient-Dataset.
                MOVE routeCipher(routeIndex) TO cipherType.
                MOVE routeKeyId(routeIndex) TO keyword.
                MOVE routeShift(routeIndex) TO stringShift.
                MOVE routeDataset(routeIndex) TO outputDatasetName.
                MOVE routeDataset(routeIndex) TO outputFileName.
                MOVE routeRecords(routeIndex) TO recordNumber.
                MOVE routeChars(routeIndex) TO totalCharsProcessed.
                MOVE routeMessages(routeIndex) TO messageCount.
                MOVE 0 TO outputLinesWritten.
                MOVE "N" TO routeWriteFailedSwitch.
                PERFORM Build-Direct-File-Name.
                OPEN OUTPUT OutputFile.
                IF outFileStatus NOT = "00"
                        DISPLAY "Unable to open " FUNCTION TRIM(outputFileName)
                            " - status " outFileStatus "."
                        MOVE SPACES TO jobFailText
                        STRING "unable to open " DELIMITED BY SIZE
                            FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                            " - status " DELIMITED BY SIZE
                            outFileStatus DELIMITED BY SIZE
                            INTO jobFailText
                        PERFORM Fail-Job
                        MOVE "Y" TO routeWriteFailedSwitch
                ELSE
                        PERFORM Fill-Recipient-Dataset
                END-IF.
                MOVE reconcileFailureCount TO routeSaveFailures.
                MOVE routeFailures(routeIndex) TO reconcileFailureCount.
                IF NOT routeWriteFailed
                        PERFORM Reconcile-Output-Trailer
                END-IF.
                PERFORM Record-Recipient-Result.
                MOVE recipientResultCode TO jobCompletionCode.
                PERFORM Write-Audit-Log.
                COMPUTE reconcileFailureCount = routeSaveFailures
                    + reconcileFailureCount - routeFailures(routeIndex).
                IF NOT routeWriteFailed
                        PERFORM Register-Catalog-Entry
                END-IF.
                MOVE routeCode(routeIndex) TO rptRouteCode.
                MOVE routeDataset(routeIndex) TO rptRouteDataset.
                MOVE routeMessages(routeIndex) TO rptRouteMessages.
                MOVE routeChars(routeIndex) TO rptRouteChars.
                MOVE routeRecords(routeIndex) TO rptRouteRecords.
                MOVE routeReportLine TO reportLineBuffer.
                PERFORM Write-Report-Line.
                PERFORM Write-Report-Line.
                DISPLAY "Recipient " FUNCTION TRIM(routeCode(routeIndex))
                    " -> " FUNCTION TRIM(routeDataset(routeIndex)) ": "
                    routeMessages(routeIndex) " messages, "
                    routeChars(routeIndex) " characters.".

        Record-Recipient-Result.
                EVALUATE TRUE
                    WHEN routeWriteFailed
                        MOVE 12 TO recipientResultCode
                        MOVE "FAILED" TO recipientResultStatus
                    WHEN reconcileFailureCount > 0
                        MOVE 8 TO recipientResultCode
                        MOVE "RECON" TO recipientResultStatus
                    WHEN OTHER
                        MOVE 0 TO recipientResultCode
                        MOVE "CLEAN" TO recipientResultStatus
                END-EVALUATE.
                IF jobResultCount < jobResultMax
                        ADD 1 TO jobResultCount
                        MOVE jobCount TO jobResultNumber(jobResultCount)
                        MOVE inputDatasetName TO jobResultInput(jobResultCount)
                        MOVE routeDataset(routeIndex) TO jobResultOutput(jobResultCount)
                        MOVE recipientResultCode TO jobResultCode(jobResultCount)
                        MOVE recipientResultStatus TO jobResultStatus(jobResultCount)
                ELSE
                        MOVE "Y" TO jobResultFullSwitch
                END-IF.

        Fill-Recipient-Dataset.
                PERFORM Write-Output-Header.
                MOVE "N" TO directFileSwitch.
                OPEN OUTPUT DirectOutputFile.
                IF directFileStatus = "00"
                        MOVE "Y" TO directFileSwitch
                ELSE
                        DISPLAY "Direct-access companion " FUNCTION TRIM(directFileName)
                            " unavailable - status " directFileStatus
                            " - continuing without it."
                END-IF.
                MOVE "N" TO routeCopySwitch.
                OPEN INPUT RoutedWorkFile.
                IF routeWorkFileStatus = "00"
                        MOVE "N" TO routeWorkEofSwitch
                        PERFORM Read-Routed-Work-Line
                        PERFORM Copy-One-Routed-Line UNTIL endOfRouteWork OR routeWriteFailed
                        CLOSE RoutedWorkFile
                END-IF.
                IF NOT routeWriteFailed
                        MOVE recordNumber TO trailerRecordCount
                        MOVE totalCharsProcessed TO trailerTotalChars
                        MOVE messageCount TO trailerMessageCount
                        WRITE outputFileRecord FROM trailerBuildRecord
                END-IF.
                CLOSE OutputFile.
                IF directFileOpen
                        CLOSE DirectOutputFile
                END-IF.

        Copy-One-Routed-Line.
                MOVE outputLineBuffer TO routeTagReadRecord.
                EVALUATE TRUE
                    WHEN routeTagReadLabel = "*ROUTE*"
                        IF routeTagReadCode = routeCode(routeIndex)
                                MOVE "Y" TO routeCopySwitch
                                MOVE routeTagReadRecNo TO messageFirstRecNo
                        ELSE
                                MOVE "N" TO routeCopySwitch
                        END-IF
                    WHEN outputLineBuffer(1:9) = "*TRAILER*"
                        MOVE "N" TO routeCopySwitch
                    WHEN routeCopying
                        WRITE outputFileRecord FROM outputLineBuffer
                        IF outFileStatus NOT = "00"
                                PERFORM Fail-Output-Write
                                MOVE "Y" TO routeWriteFailedSwitch
                        ELSE
                                ADD 1 TO outputLinesWritten
                                PERFORM Write-Direct-Output
                        END-IF
                END-EVALUATE.
                PERFORM Read-Routed-Work-Line.

        Reconcile-Output-Trailer.
                IF modeSolve
                        CONTINUE
                ELSE
                        MOVE recordNumber TO lastAuditRecordCount
                        MOVE totalCharsProcessed TO lastAuditTotalChars
                        PERFORM Read-Output-Trailer
                        IF NOT trailerFound
                                ADD 1 TO reconcileFailureCount
                                        PERFORM Write-Recon-Error
                                ELSE
                                        MOVE SPACES TO reportLineBuffer
                                        STRING "Trailer reconciled against audit counts for " DELIMITED BY SIZE
                                            FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                                            ": " DELIMITED BY SIZE
                                            trailerReadRecordCount DELIMITED BY SIZE
                        END-IF
                END-IF.

        Read-Output-Trailer.
                MOVE "N" TO trailerFoundSwitch.
                MOVE SPACES TO outputLineBuffer.
                MOVE recordNumber TO auditRecordCount.
                MOVE totalCharsProcessed TO auditTotalChars.
                MOVE reconcileFailureCount TO auditReconcileFailures.
                MOVE jobCompletionCode TO auditCompletionCode.
                EVALUATE TRUE
                    WHEN modeSolve
                        MOVE 0 TO auditShift
                IF auditFileStatus NOT = "00"
                        OPEN OUTPUT AuditLogFile
                END-IF.
                IF cipherChain
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

        Register-Catalog-Entry.
                MOVE 0 TO catalogLastEntry.
                MOVE 0 TO catalogConsumedEntry.
                OPEN OUTPUT CatalogScratchFile.
                IF catScratchFileStatus NOT = "00"
                        MOVE "CATTEMP" TO catalogFailName
                        MOVE catScratchFileStatus TO catalogFailStatus
                        PERFORM Report-Catalog-Failure
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
                        MOVE "CATTEMP" TO catalogFailName
                        MOVE catScratchFileStatus TO catalogFailStatus
                        PERFORM Report-Catalog-Failure
                ELSE
                        PERFORM Rewrite-Catalog-From-Scratch
                END-IF.

        Rewrite-Catalog-From-Scratch.
                OPEN OUTPUT CatalogFile.
                IF catalogFileStatus NOT = "00"
                        CLOSE CatalogScratchFile
                        MOVE "CATALOG" TO catalogFailName
                        MOVE catalogFileStatus TO catalogFailStatus
                        PERFORM Report-Catalog-Failure
                ELSE
                        MOVE "N" TO catalogEofSwitch
                        PERFORM Read-Catalog-Scratch-Record
                        PERFORM Restore-Catalog-Record UNTIL endOfCatalog
                        CLOSE CatalogScratchFile
                        PERFORM Build-Catalog-Entry
                        WRITE catalogFileRecord FROM catalogBuildRecord
                        CLOSE CatalogFile
                        PERFORM Report-Catalog-Entry
                END-IF.

        Report-Catalog-Failure.
                DISPLAY "Unable to rewrite CATALOG - " FUNCTION TRIM(catalogFailName)
                    " status " catalogFailStatus
                    " - " FUNCTION TRIM(outputFileName) " not cataloged."
                MOVE SPACES TO reportLineBuffer.
                STRING "** Unable to rewrite CATALOG - " DELIMITED BY SIZE
                    FUNCTION TRIM(catalogFailName) DELIMITED BY SIZE
                    " status " DELIMITED BY SIZE
                    catalogFailStatus DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                    " not cataloged." DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.

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
                IF modeDecrypt AND catReadActive
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
                MOVE controlMode TO catMode.
                MOVE cipherType TO catCipher.
                MOVE SPACES TO catChainSummary.
                IF cipherChain
                        MOVE 0 TO catShift
                        MOVE chainStageSummary TO catKeywordId
                        MOVE chainStageSummary TO catChainSummary
                END-IF.
                IF cipherVigenere OR cipherAutokey OR cipherTransposition
                        MOVE 0 TO catShift
                        MOVE FUNCTION TRIM(keyword) TO catKeywordId
                END-IF.
                IF cipherCaesar
                        MOVE stringShift TO catShift
                        MOVE SPACES TO catKeywordId
                END-IF.
                MOVE runDateNumeric TO catRunDate.
                MOVE operatorId TO catOperator.
                MOVE trailerRecordCount TO catRecordCount.
                MOVE trailerTotalChars TO catTotalChars.
                MOVE trailerMessageCount TO catMessageCount.
                MOVE catalogConsumedEntry TO catSourceEntry.
                MOVE 0 TO catConsumedEntry.
                MOVE 0 TO catConsumedDate.

        Report-Catalog-Entry.
                MOVE SPACES TO reportLineBuffer.
                STRING "Dataset " DELIMITED BY SIZE
                    FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
                    " cataloged as entry " DELIMITED BY SIZE
                    catalogNewEntry DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO reportLineBuffer.
                PERFORM Write-Report-Line.
                IF modeDecrypt
                        MOVE SPACES TO reportLineBuffer
                        IF catalogConsumedEntry > 0
                                STRING "Catalog entry " DELIMITED BY SIZE
                                    catalogConsumedEntry DELIMITED BY SIZE
                                    " for " DELIMITED BY SIZE
                                    FUNCTION TRIM(inputFileName) DELIMITED BY SIZE
                                    " marked consumed by entry " DELIMITED BY SIZE
                                    catalogNewEntry DELIMITED BY SIZE
                                    "." DELIMITED BY SIZE
                                    INTO reportLineBuffer
                        ELSE
                                STRING "No active encrypt entry for " DELIMITED BY SIZE
                                    FUNCTION TRIM(inputFileName) DELIMITED BY SIZE
                                    " in CATALOG - nothing marked consumed." DELIMITED BY SIZE
                                    INTO reportLineBuffer
                        END-IF
                        PERFORM Write-Report-Line
                END-IF.

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
