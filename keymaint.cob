                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS tranFileStatus.
            SELECT KeyFile ASSIGN TO "KEYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS keyFileKey
                FILE STATUS IS keyFileStatus.
            SELECT SecAuthFile ASSIGN TO "SECAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS secAuthKeyOperator
                FILE STATUS IS secAuthFileStatus.
            SELECT ChangeLogFile ASSIGN TO "KEYMLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS changeLogFileStatus.
            SELECT PendingFile ASSIGN TO "PENDING"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS pendingFileStatus.
            SELECT PendingHistoryFile ASSIGN TO "PENDHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS pendHistFileStatus.
            SELECT AuditLogFile ASSIGN TO DYNAMIC auditFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS auditFileStatus.

        DATA DIVISION.
        FILE SECTION.
        01  transactionCardFileRecord PIC x(80).

        FD  KeyFile.
        01  keyFileRecord.
           05 keyFileKey.
              10 keyFileKeyId PIC x(8).
              10 FILLER PIC x(1).
              10 keyFileKeyDate PIC 9(8).
           05 FILLER PIC x(40).

        FD  SecAuthFile.
        01  secAuthFileRecord.
           05 secAuthKeyOperator PIC x(8).
           05 FILLER PIC x(33).

        FD  ChangeLogFile.
        01  changeLogFileRecord PIC x(134).

        FD  PendingFile.
        01  pendingFileRecord PIC x(134).

        FD  PendingHistoryFile.
        01  pendingHistoryFileRecord PIC x(134).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        WORKING-STORAGE SECTION.
        01 tranFileStatus PIC x(2).
        01 keyFileStatus PIC x(2).
        01 secAuthFileStatus PIC x(2).
        01 changeLogFileStatus PIC x(2).
        01 auditFileStatus PIC x(2).
        01 pendingFileStatus PIC x(2).
        01 pendHistFileStatus PIC x(2).
        01 auditFileName PIC x(12) VALUE "AUDITLOG".

        01 tranEofSwitch PIC x(1) VALUE "N".
           88 endOfTransactions VALUE "Y".
        01 auditEofSwitch PIC x(1) VALUE "N".
           88 endOfAuditFile VALUE "Y".
        01 pendingEofSwitch PIC x(1) VALUE "N".
           88 endOfPendingFile VALUE "Y".

        01 transactionCard.
           05 tranAction PIC x(7).
              88 tranActionReplace VALUE "REPLACE".
              88 tranActionGrant VALUE "GRANT".
              88 tranActionRevoke VALUE "REVOKE".
              88 tranActionWindow VALUE "WINDOW".
              88 tranActionReinstate VALUE "REINST".
              88 tranActionRelease VALUE "RELEASE".
              88 tranActionReject VALUE "REJECT".
           05 FILLER PIC x(1).
           05 tranKeyId PIC x(8).
           05 FILLER PIC x(1).
           05 tranEffDate PIC x(8).
           05 FILLER PIC x(1).
           05 tranKeyText PIC x(20).
           05 FILLER PIC x(1).
           05 tranSubmitter PIC x(8).
           05 FILLER PIC x(25).
        01 transactionCardAuthFields REDEFINES transactionCard.
           05 FILLER PIC x(8).
           05 tranOperator PIC x(8).
           05 tranModes PIC x(3).
           05 FILLER PIC x(1).
           05 tranCiphers PIC x(4).
           05 FILLER PIC x(1).
           05 tranApprover PIC x(1).
           05 FILLER PIC x(53).
        01 transactionCardPendFields REDEFINES transactionCard.
           05 FILLER PIC x(8).
           05 tranPendSeq PIC x(6).
           05 FILLER PIC x(66).
        01 tranPendSeqNumeric REDEFINES transactionCard.
           05 FILLER PIC x(8).
           05 tranPendSeqValue PIC 9(6).
           05 FILLER PIC x(66).

        01 tranEffDateNumeric REDEFINES transactionCard.
           05 FILLER PIC x(17).
           05 tranEffDateValue PIC 9(8).
           05 FILLER PIC x(55).

        01 tranWindowFields REDEFINES transactionCard.
           05 FILLER PIC x(8).
           05 tranWindowDays PIC x(4).
           05 FILLER PIC x(68).
        01 tranWindowNumeric REDEFINES transactionCard.
           05 FILLER PIC x(8).
           05 tranWindowValue PIC 9(4).
           05 FILLER PIC x(68).

        01 keyFileReadRecord.
           05 keyId PIC x(8).
           05 FILLER PIC x(1).
           05 secAuthModes PIC x(3).
           05 FILLER PIC x(1).
           05 secAuthCiphers PIC x(4).
           05 FILLER PIC x(1).
           05 secAuthStatus PIC x(1).
           05 FILLER PIC x(1).
           05 secAuthStatusStamp PIC x(19).
           05 FILLER PIC x(1).
           05 secAuthApprover PIC x(1).

        01 secAuthBuildRecord.
           05 authBuildOperator PIC x(8).
           05 authBuildModes PIC x(3).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildCiphers PIC x(4).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildStatus PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildStatusStamp PIC x(19).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildApprover PIC x(1).

        01 pendingReadRecord.
           05 pendReadSeq PIC 9(6).
           05 FILLER PIC x(1).
           05 pendReadStatus PIC x(8).
           05 FILLER PIC x(1).
           05 pendReadSubmitDate PIC 9(8).
           05 FILLER PIC x(1).
           05 pendReadSubmitter PIC x(8).
           05 FILLER PIC x(1).
           05 pendReadCheckDate PIC 9(8).
           05 FILLER PIC x(1).
           05 pendReadChecker PIC x(8).
           05 FILLER PIC x(1).
           05 pendReadCardImage PIC x(80).
           05 FILLER PIC x(1).
           05 pendReadWarning PIC x(1).
        01 pendingControlRecord REDEFINES pendingReadRecord.
           05 pendCtlSeq PIC 9(6).
           05 FILLER PIC x(1).
           05 pendCtlStatus PIC x(8).
           05 FILLER PIC x(1).
           05 pendCtlLastSeq PIC 9(6).
           05 FILLER PIC x(112).

        01 pendingBuildRecord.
           05 pendBuildSeq PIC 9(6).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildStatus PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildSubmitDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildSubmitter PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildCheckDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildChecker PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildCardImage PIC x(80).
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendBuildWarning PIC x(1).

        01 pendingControlBuildRecord.
           05 pendCtlBuildSeq PIC 9(6) VALUE 0.
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendCtlBuildStatus PIC x(8) VALUE "CONTROL".
           05 FILLER PIC x(1) VALUE SPACE.
           05 pendCtlBuildLastSeq PIC 9(6).
           05 FILLER PIC x(112) VALUE SPACES.

        01 pendTableMax PIC 9(4) VALUE 500.
        01 pendTableCount PIC 9(4) VALUE 0.
        01 pendTable.
           05 pendTableEntry OCCURS 500 TIMES.
              10 pendEntrySeq PIC 9(6).
              10 pendEntryStatus PIC x(8).
              10 pendEntrySubmitDate PIC 9(8).
              10 pendEntrySubmitter PIC x(8).
              10 pendEntryCheckDate PIC 9(8).
              10 pendEntryChecker PIC x(8).
              10 pendEntryCardImage PIC x(80).
              10 pendEntryExpiredNow PIC x(1).
              10 pendEntryWarning PIC x(1).
              10 pendEntryQueuedNow PIC x(1).

        01 pendIndex PIC 9(4).
        01 pendMatchIndex PIC 9(4).
        01 pendLastSeq PIC 9(6) VALUE 0.
        01 pendMaxAgeDays PIC 9(4) VALUE 7.
        01 pendAgeDays PIC 9(6).
        01 pendLoadOverflowSwitch PIC x(1) VALUE "N".
           88 pendLoadOverflow VALUE "Y".
        01 checkerOperator PIC x(8).
        01 checkerCard PIC x(80).
        01 queuedCount PIC 9(4) VALUE 0.
        01 releasedCount PIC 9(4) VALUE 0.
        01 checkerRejectedCount PIC 9(4) VALUE 0.
        01 pendExpiredCount PIC 9(4) VALUE 0.
        01 pendAwaitingCount PIC 9(4) VALUE 0.
        01 pendArchivedCount PIC 9(6) VALUE 0.

        01 matchFoundSwitch PIC x(1) VALUE "N".
           88 matchFound VALUE "Y".

        01 letterBadSwitch PIC x(1) VALUE "N".
           88 letterBad VALUE "Y".

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

        01 lookbackDays PIC 9(4) VALUE 90.
        01 lookbackCutoff PIC 9(8).
        01 lookbackFromDate PIC 9(8).
        01 runDateNumeric PIC 9(8).
        01 scanYearMonth PIC 9(6).
        01 scanYearMonthFields REDEFINES scanYearMonth.
           05 scanYear PIC 9(4).
           05 scanMonth PIC 9(2).
        01 runYearMonth PIC 9(6).
        01 historyNameBuild.
           05 FILLER PIC x(4) VALUE "AUDH".
           05 historyNameYearMonth PIC 9(6).
        01 keyInUseCount PIC 9(6) VALUE 0.
        01 keyInUseLastDate PIC x(10).
        01 warningCount PIC 9(4) VALUE 0.

        01 rejectReason PIC x(8) VALUE SPACES.
        01 acceptedCount PIC 9(4) VALUE 0.
           05 changeReason PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 changeCardImage PIC x(80).
           05 FILLER PIC x(1) VALUE SPACE.
           05 changeChecker PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 changePendSeq PIC x(6).

        PROCEDURE DIVISION.
                PERFORM Load-Pending-Table.
                IF pendLoadOverflow
                        DISPLAY "PENDING holds more than " pendTableMax
                            " items awaiting approval - table too small to load it."
                        DISPLAY "Run aborted before any rewrite - files left unchanged."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.
                PERFORM Open-Key-File.
                PERFORM Open-Auth-File.
                PERFORM Open-Change-Log.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                COMPUTE runDateNumeric = sysYear * 10000 + sysMonth * 100 + sysDay.
                PERFORM Compute-Lookback-Cutoff.
                PERFORM Process-Transaction-Stream.
                PERFORM Expire-Stale-Pending-Items.
                CLOSE KeyFile.
                CLOSE SecAuthFile.
                PERFORM Rewrite-Pending-File.
                CLOSE ChangeLogFile.
                PERFORM Print-Pending-Exceptions.
                DISPLAY " ".
                DISPLAY "Maintenance complete.  Accepted: " acceptedCount
                    "  Rejected: " rejectedCount
                    "  KEYFILE changes: " keyChangeCount
                    "  SECAUTH changes: " authChangeCount
                    "  Key-in-use warnings: " warningCount.
                DISPLAY "Dual control.  Queued for approval: " queuedCount
                    "  Released: " releasedCount
                    "  Rejected by checker: " checkerRejectedCount
                    "  Expired: " pendExpiredCount
                    "  Still awaiting approval: " pendAwaitingCount
                    "  Moved to PENDHIST: " pendArchivedCount.
                STOP RUN.

        Open-Key-File.
                OPEN I-O KeyFile.
                IF keyFileStatus = "35"
                        OPEN OUTPUT KeyFile
                        CLOSE KeyFile
                        OPEN I-O KeyFile
                END-IF.
                IF keyFileStatus NOT = "00"
                        DISPLAY "Unable to open KEYFILE - status "
                            keyFileStatus "."
                        DISPLAY "Run aborted before any rewrite - files left unchanged."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.

        Open-Auth-File.
                OPEN I-O SecAuthFile.
                IF secAuthFileStatus = "35"
                        OPEN OUTPUT SecAuthFile
                        CLOSE SecAuthFile
                        OPEN I-O SecAuthFile
                END-IF.
                IF secAuthFileStatus NOT = "00"
                        DISPLAY "Unable to open SECAUTH - status "
                            secAuthFileStatus "."
                        DISPLAY "Run aborted before any rewrite - files left unchanged."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.

        Load-Pending-Table.
                MOVE 0 TO pendTableCount.
                MOVE 0 TO pendLastSeq.
                OPEN INPUT PendingFile.
                IF pendingFileStatus = "00"
                        MOVE "N" TO pendingEofSwitch
                        PERFORM Read-Pending-Record
                        PERFORM Store-Pending-Record UNTIL endOfPendingFile
                        CLOSE PendingFile
                END-IF.

        Read-Pending-Record.
                READ PendingFile INTO pendingReadRecord
                    AT END
                        MOVE "Y" TO pendingEofSwitch
                END-READ.

        Store-Pending-Record.
                IF pendCtlStatus = "CONTROL"
                        IF pendCtlLastSeq IS NUMERIC
                           AND pendCtlLastSeq > pendLastSeq
                                MOVE pendCtlLastSeq TO pendLastSeq
                        END-IF
                END-IF.
                IF pendReadSeq IS NUMERIC AND pendReadSeq > pendLastSeq
                        MOVE pendReadSeq TO pendLastSeq
                END-IF.
                IF pendReadSeq IS NUMERIC AND pendReadStatus = "PENDING"
                        IF pendTableCount < pendTableMax
                                ADD 1 TO pendTableCount
                                MOVE pendReadSeq TO pendEntrySeq(pendTableCount)
                                MOVE pendReadStatus TO pendEntryStatus(pendTableCount)
                                MOVE pendReadSubmitDate TO pendEntrySubmitDate(pendTableCount)
                                MOVE pendReadSubmitter TO pendEntrySubmitter(pendTableCount)
                                MOVE pendReadCheckDate TO pendEntryCheckDate(pendTableCount)
                                MOVE pendReadChecker TO pendEntryChecker(pendTableCount)
                                MOVE pendReadCardImage TO pendEntryCardImage(pendTableCount)
                                MOVE "N" TO pendEntryExpiredNow(pendTableCount)
                                MOVE pendReadWarning TO pendEntryWarning(pendTableCount)
                                MOVE "N" TO pendEntryQueuedNow(pendTableCount)
                        ELSE
                                MOVE "Y" TO pendLoadOverflowSwitch
                        END-IF
                END-IF.
                PERFORM Read-Pending-Record.

        Open-Change-Log.
                OPEN EXTEND ChangeLogFile.
        Process-One-Transaction.
                IF transactionCard NOT = SPACES
                        MOVE SPACES TO rejectReason
                        MOVE SPACES TO changeChecker
                        MOVE SPACES TO changePendSeq
                        EVALUATE TRUE
                            WHEN tranActionAdd OR tranActionExpire OR tranActionReplace
                              OR tranActionGrant OR tranActionRevoke OR tranActionReinstate
                                PERFORM Submit-Pending-Item
                            WHEN tranActionRelease
                                PERFORM Release-Pending-Item
                            WHEN tranActionReject
                                PERFORM Reject-Pending-Item
                            WHEN tranActionWindow
                                PERFORM Set-Lookback-Window
                                PERFORM Log-Transaction
                            WHEN OTHER
                                MOVE "BADACTN" TO rejectReason
                                PERFORM Log-Transaction
                        END-EVALUATE
                END-IF.
                PERFORM Read-Transaction-Card.

        Apply-Transaction.
                EVALUATE TRUE
                    WHEN tranActionAdd
                        PERFORM Apply-Add-Key
                    WHEN tranActionExpire
                        PERFORM Apply-Expire-Key
                    WHEN tranActionReplace
                        PERFORM Apply-Replace-Key
                    WHEN tranActionGrant
                        PERFORM Apply-Grant-Auth
                    WHEN tranActionRevoke
                        PERFORM Apply-Revoke-Auth
                    WHEN tranActionReinstate
                        PERFORM Apply-Reinstate-Auth
                    WHEN OTHER
                        MOVE "BADACTN" TO rejectReason
                END-EVALUATE.

        Submit-Pending-Item.
                IF tranSubmitter = SPACES
                        MOVE "NOSUBMIT" TO rejectReason
                ELSE
                        IF pendTableCount < pendTableMax
                                ADD 1 TO pendTableCount
                                ADD 1 TO pendLastSeq
                                MOVE pendLastSeq TO pendEntrySeq(pendTableCount)
                                MOVE "PENDING" TO pendEntryStatus(pendTableCount)
                                MOVE runDateNumeric TO pendEntrySubmitDate(pendTableCount)
                                MOVE tranSubmitter TO pendEntrySubmitter(pendTableCount)
                                MOVE 0 TO pendEntryCheckDate(pendTableCount)
                                MOVE SPACES TO pendEntryChecker(pendTableCount)
                                MOVE transactionCard TO pendEntryCardImage(pendTableCount)
                                MOVE "N" TO pendEntryExpiredNow(pendTableCount)
                                MOVE SPACE TO pendEntryWarning(pendTableCount)
                                MOVE "Y" TO pendEntryQueuedNow(pendTableCount)
                                ADD 1 TO queuedCount
                                DISPLAY "Queued for approval as pending item " pendLastSeq
                                    ": " FUNCTION TRIM(transactionCard)
                                IF (tranActionExpire OR tranActionReplace)
                                   AND tranKeyId NOT = SPACES
                                   AND tranEffDate IS NUMERIC
                                        MOVE pendLastSeq TO changePendSeq
                                        PERFORM Set-Change-Timestamp
                                        MOVE changeTimestamp TO changeStamp
                                        MOVE transactionCard TO changeCardImage
                                        PERFORM Check-Key-In-Use
                                        IF keyInUseCount > 0
                                                MOVE "W" TO pendEntryWarning(pendTableCount)
                                        END-IF
                                END-IF
                        ELSE
                                MOVE "PENDFULL" TO rejectReason
                        END-IF
                END-IF.
                IF rejectReason NOT = SPACES
                        PERFORM Log-Transaction
                END-IF.

        Check-Approval-Card.
                MOVE tranSubmitter TO checkerOperator.
                MOVE transactionCard TO checkerCard.
                MOVE 0 TO pendMatchIndex.
                IF tranPendSeq IS NUMERIC
                        MOVE 1 TO pendIndex
                        PERFORM Find-Pending-Entry pendTableCount TIMES
                END-IF.
                IF pendMatchIndex = 0
                        MOVE "NOPEND" TO rejectReason
                ELSE
                        IF pendEntryStatus(pendMatchIndex) NOT = "PENDING"
                                MOVE "NOTPEND" TO rejectReason
                        END-IF
                END-IF.
                IF rejectReason = SPACES
                   AND pendEntryQueuedNow(pendMatchIndex) = "Y"
                        MOVE "SAMERUN" TO rejectReason
                END-IF.
                IF rejectReason = SPACES AND checkerOperator = SPACES
                        MOVE "NOCHECK" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                   AND checkerOperator = pendEntrySubmitter(pendMatchIndex)
                        MOVE "SAMEOPER" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                        MOVE checkerOperator TO tranOperator
                        PERFORM Find-Auth-Entry
                        MOVE checkerCard TO transactionCard
                        IF NOT matchFound
                                MOVE "NOAPPRV" TO rejectReason
                        ELSE
                                IF secAuthApprover NOT = "Y"
                                   OR secAuthStatus = "S"
                                        MOVE "NOAPPRV" TO rejectReason
                                END-IF
                        END-IF
                END-IF.
                IF rejectReason = SPACES
                        COMPUTE pendAgeDays = FUNCTION INTEGER-OF-DATE(runDateNumeric)
                            - FUNCTION INTEGER-OF-DATE(pendEntrySubmitDate(pendMatchIndex))
                        IF pendAgeDays > pendMaxAgeDays
                                MOVE pendMatchIndex TO pendIndex
                                PERFORM Expire-One-Pending-Item
                                MOVE "EXPIRED" TO rejectReason
                        END-IF
                END-IF.

        Find-Pending-Entry.
                IF pendEntrySeq(pendIndex) = tranPendSeqValue
                        MOVE pendIndex TO pendMatchIndex
                END-IF.
                ADD 1 TO pendIndex.

        Release-Pending-Item.
                PERFORM Check-Approval-Card.
                IF rejectReason = SPACES
                        MOVE "RELEASED" TO pendEntryStatus(pendMatchIndex)
                        MOVE pendEntrySeq(pendMatchIndex) TO changePendSeq
                        MOVE runDateNumeric TO pendEntryCheckDate(pendMatchIndex)
                        MOVE checkerOperator TO pendEntryChecker(pendMatchIndex)
                        ADD 1 TO releasedCount
                        DISPLAY "Pending item " pendEntrySeq(pendMatchIndex)
                            " released by " FUNCTION TRIM(checkerOperator) "."
                        IF pendEntryWarning(pendMatchIndex) = "W"
                                DISPLAY "  Released against a key-in-use warning"
                                    " logged when it was submitted."
                        END-IF
                        MOVE pendEntryCardImage(pendMatchIndex) TO transactionCard
                        MOVE checkerOperator TO changeChecker
                        PERFORM Apply-Transaction
                        PERFORM Log-Transaction
                        IF rejectReason = SPACES
                           AND (tranActionExpire OR tranActionReplace)
                                PERFORM Check-Key-In-Use
                        END-IF
                ELSE
                        PERFORM Log-Transaction
                END-IF.

        Reject-Pending-Item.
                PERFORM Check-Approval-Card.
                IF rejectReason = SPACES
                        MOVE "REJECTED" TO pendEntryStatus(pendMatchIndex)
                        MOVE pendEntrySeq(pendMatchIndex) TO changePendSeq
                        MOVE runDateNumeric TO pendEntryCheckDate(pendMatchIndex)
                        MOVE checkerOperator TO pendEntryChecker(pendMatchIndex)
                        ADD 1 TO checkerRejectedCount
                        DISPLAY "Pending item " pendEntrySeq(pendMatchIndex)
                            " rejected by " FUNCTION TRIM(checkerOperator)
                            " - not applied."
                ELSE
                        PERFORM Log-Transaction
                END-IF.

        Expire-Stale-Pending-Items.
                MOVE 1 TO pendIndex.
                PERFORM Check-One-Pending-Age pendTableCount TIMES.

        Check-One-Pending-Age.
                IF pendEntryStatus(pendIndex) = "PENDING"
                        COMPUTE pendAgeDays = FUNCTION INTEGER-OF-DATE(runDateNumeric)
                            - FUNCTION INTEGER-OF-DATE(pendEntrySubmitDate(pendIndex))
                        IF pendAgeDays > pendMaxAgeDays
                                PERFORM Expire-One-Pending-Item
                        END-IF
                END-IF.
                ADD 1 TO pendIndex.

        Expire-One-Pending-Item.
                MOVE "EXPIRED" TO pendEntryStatus(pendIndex).
                MOVE runDateNumeric TO pendEntryCheckDate(pendIndex).
                MOVE SPACES TO pendEntryChecker(pendIndex).
                MOVE "Y" TO pendEntryExpiredNow(pendIndex).
                ADD 1 TO pendExpiredCount.

        Rewrite-Pending-File.
                PERFORM Open-Pending-History.
                MOVE 0 TO pendArchivedCount.
                OPEN INPUT PendingFile.
                IF pendingFileStatus = "00"
                        MOVE "N" TO pendingEofSwitch
                        PERFORM Read-Pending-Record
                        PERFORM Archive-Resolved-Record UNTIL endOfPendingFile
                        CLOSE PendingFile
                END-IF.
                MOVE 1 TO pendIndex.
                PERFORM Archive-One-Resolved-Entry pendTableCount TIMES.
                CLOSE PendingHistoryFile.
                OPEN OUTPUT PendingFile.
                IF pendingFileStatus NOT = "00"
                        DISPLAY "Unable to rewrite PENDING - status "
                            pendingFileStatus "."
                        DISPLAY "Run aborted."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.
                MOVE pendLastSeq TO pendCtlBuildLastSeq.
                WRITE pendingFileRecord FROM pendingControlBuildRecord.
                MOVE 1 TO pendIndex.
                PERFORM Write-One-Pending-Entry pendTableCount TIMES.
                CLOSE PendingFile.

        Open-Pending-History.
                OPEN EXTEND PendingHistoryFile.
                IF pendHistFileStatus NOT = "00"
                        OPEN OUTPUT PendingHistoryFile
                END-IF.
                IF pendHistFileStatus NOT = "00"
                        DISPLAY "Unable to open PENDHIST - status "
                            pendHistFileStatus "."
                        DISPLAY "Run aborted - PENDING left as it was at the start of the run."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.

        Archive-Resolved-Record.
                IF pendReadSeq IS NUMERIC AND pendReadStatus NOT = "PENDING"
                   AND pendCtlStatus NOT = "CONTROL"
                        WRITE pendingHistoryFileRecord FROM pendingReadRecord
                        ADD 1 TO pendArchivedCount
                END-IF.
                PERFORM Read-Pending-Record.

        Archive-One-Resolved-Entry.
                IF pendEntryStatus(pendIndex) NOT = "PENDING"
                        PERFORM Build-Pending-Entry
                        WRITE pendingHistoryFileRecord FROM pendingBuildRecord
                        ADD 1 TO pendArchivedCount
                END-IF.
                ADD 1 TO pendIndex.

        Build-Pending-Entry.
                MOVE pendEntrySeq(pendIndex) TO pendBuildSeq.
                MOVE pendEntryStatus(pendIndex) TO pendBuildStatus.
                MOVE pendEntrySubmitDate(pendIndex) TO pendBuildSubmitDate.
                MOVE pendEntrySubmitter(pendIndex) TO pendBuildSubmitter.
                MOVE pendEntryCheckDate(pendIndex) TO pendBuildCheckDate.
                MOVE pendEntryChecker(pendIndex) TO pendBuildChecker.
                MOVE pendEntryCardImage(pendIndex) TO pendBuildCardImage.
                MOVE pendEntryWarning(pendIndex) TO pendBuildWarning.

        Write-One-Pending-Entry.
                IF pendEntryStatus(pendIndex) = "PENDING"
                        PERFORM Build-Pending-Entry
                        WRITE pendingFileRecord FROM pendingBuildRecord
                END-IF.
                ADD 1 TO pendIndex.

        Print-Pending-Exceptions.
                DISPLAY " ".
                DISPLAY "Pending transactions expired without approval (older than "
                    pendMaxAgeDays " days):".
                IF pendExpiredCount = 0
                        DISPLAY "  None."
                ELSE
                        DISPLAY "  Item   Submitted Submitter Transaction"
                        MOVE 1 TO pendIndex
                        PERFORM Print-One-Expired-Item pendTableCount TIMES
                END-IF.
                DISPLAY " ".
                DISPLAY "Pending transactions still awaiting approval"
                    " (W = key-in-use warning logged to KEYMLOG):".
                MOVE 0 TO pendAwaitingCount.
                MOVE 1 TO pendIndex.
                PERFORM Print-One-Awaiting-Item pendTableCount TIMES.
                IF pendAwaitingCount = 0
                        DISPLAY "  None."
                END-IF.

        Print-One-Expired-Item.
                IF pendEntryExpiredNow(pendIndex) = "Y"
                        DISPLAY "  " pendEntrySeq(pendIndex) " "
                            pendEntrySubmitDate(pendIndex) "  "
                            pendEntrySubmitter(pendIndex) "  "
                            pendEntryCardImage(pendIndex)(1:46)
                END-IF.
                ADD 1 TO pendIndex.

        Print-One-Awaiting-Item.
                IF pendEntryStatus(pendIndex) = "PENDING"
                        ADD 1 TO pendAwaitingCount
                        DISPLAY "  " pendEntrySeq(pendIndex) " "
                            pendEntrySubmitDate(pendIndex) "  "
                            pendEntrySubmitter(pendIndex) "  "
                            pendEntryCardImage(pendIndex)(1:46) " "
                            pendEntryWarning(pendIndex)
                END-IF.
                ADD 1 TO pendIndex.

        Validate-Key-Fields.
                IF tranKeyId = SPACES
                        MOVE "NOKEYID" TO rejectReason

        Find-Key-Entry.
                MOVE "N" TO matchFoundSwitch.
                MOVE SPACES TO keyFileRecord.
                MOVE tranKeyId TO keyFileKeyId.
                MOVE tranEffDateValue TO keyFileKeyDate.
                READ KeyFile INTO keyFileReadRecord
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO matchFoundSwitch
                END-READ.

        Apply-Add-Key.
                PERFORM Validate-Key-Fields.
                        IF matchFound
                                MOVE "DUPKEY" TO rejectReason
                        ELSE
                                MOVE tranKeyId TO keyBuildId
                                MOVE tranEffDateValue TO keyBuildEffDate
                                MOVE tranKeyText TO keyBuildText
                                WRITE keyFileRecord FROM keyFileBuildRecord
                                    INVALID KEY
                                        MOVE "DUPKEY" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO keyChangeCount
                                END-WRITE
                        END-IF
                END-IF.

                IF rejectReason = SPACES
                        PERFORM Find-Key-Entry
                        IF matchFound
                                DELETE KeyFile RECORD
                                    INVALID KEY
                                        MOVE "NOTFOUND" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO keyChangeCount
                                END-DELETE
                        ELSE
                                MOVE "NOTFOUND" TO rejectReason
                        END-IF
                IF rejectReason = SPACES
                        PERFORM Find-Key-Entry
                        IF matchFound
                                MOVE tranKeyText TO keyText
                                REWRITE keyFileRecord FROM keyFileReadRecord
                                    INVALID KEY
                                        MOVE "NOTFOUND" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO keyChangeCount
                                END-REWRITE
                        ELSE
                                MOVE "NOTFOUND" TO rejectReason
                        END-IF

        Find-Auth-Entry.
                MOVE "N" TO matchFoundSwitch.
                MOVE SPACES TO secAuthFileRecord.
                MOVE tranOperator TO secAuthKeyOperator.
                READ SecAuthFile INTO secAuthReadRecord
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO matchFoundSwitch
                END-READ.

        Apply-Grant-Auth.
                PERFORM Validate-Auth-Fields.
                IF rejectReason = SPACES
                        PERFORM Find-Auth-Entry
                        IF matchFound
                                MOVE tranModes TO secAuthModes
                                MOVE tranCiphers TO secAuthCiphers
                                MOVE tranApprover TO secAuthApprover
                                REWRITE secAuthFileRecord FROM secAuthReadRecord
                                    INVALID KEY
                                        MOVE "NOTFOUND" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO authChangeCount
                                END-REWRITE
                        ELSE
                                MOVE tranOperator TO authBuildOperator
                                MOVE tranModes TO authBuildModes
                                MOVE tranCiphers TO authBuildCiphers
                                MOVE SPACE TO authBuildStatus
                                MOVE SPACES TO authBuildStatusStamp
                                MOVE tranApprover TO authBuildApprover
                                WRITE secAuthFileRecord FROM secAuthBuildRecord
                                    INVALID KEY
                                        MOVE "DUPOPER" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO authChangeCount
                                END-WRITE
                        END-IF
                END-IF.

                IF rejectReason = SPACES
                        PERFORM Find-Auth-Entry
                        IF matchFound
                                DELETE SecAuthFile RECORD
                                    INVALID KEY
                                        MOVE "NOTFOUND" TO rejectReason
                                    NOT INVALID KEY
                                        ADD 1 TO authChangeCount
                                END-DELETE
                        ELSE
                                MOVE "NOTFOUND" TO rejectReason
                        END-IF
                END-IF.

        Apply-Reinstate-Auth.
                IF tranOperator = SPACES
                        MOVE "NOOPER" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                        PERFORM Find-Auth-Entry
                        IF matchFound
                                IF secAuthStatus = "S"
                                        PERFORM Set-Change-Timestamp
                                        MOVE "A" TO secAuthStatus
                                        MOVE changeTimestamp TO secAuthStatusStamp
                                        REWRITE secAuthFileRecord FROM secAuthReadRecord
                                            INVALID KEY
                                                MOVE "NOTFOUND" TO rejectReason
                                            NOT INVALID KEY
                                                ADD 1 TO authChangeCount
                                        END-REWRITE
                                ELSE
                                        MOVE "NOTSUSP" TO rejectReason
                                END-IF
                        ELSE
                                MOVE "NOTFOUND" TO rejectReason
                        END-IF
                END-IF.

        Set-Lookback-Window.
                IF tranWindowDays IS NUMERIC AND tranWindowValue > 0
                        MOVE tranWindowValue TO lookbackDays
                        PERFORM Compute-Lookback-Cutoff
                        DISPLAY "Key-in-use look-back window set to " lookbackDays
                            " days - encrypt activity since " lookbackCutoff "."
                ELSE
                        MOVE "BADDAYS" TO rejectReason
                END-IF.

        Compute-Lookback-Cutoff.
                COMPUTE lookbackCutoff = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(runDateNumeric) - lookbackDays).

        Check-Key-In-Use.
                MOVE 0 TO keyInUseCount.
                MOVE SPACES TO keyInUseLastDate.
                MOVE lookbackCutoff TO lookbackFromDate.
                IF tranEffDateValue > lookbackFromDate
                        MOVE tranEffDateValue TO lookbackFromDate
                END-IF.
                COMPUTE scanYearMonth = lookbackCutoff / 100.
                COMPUTE runYearMonth = runDateNumeric / 100.
                PERFORM Scan-One-History-Month UNTIL scanYearMonth > runYearMonth.
                MOVE "AUDITLOG" TO auditFileName.
                PERFORM Scan-Audit-Generation.
                IF keyInUseCount > 0
                        ADD 1 TO warningCount
                        MOVE "WARNING" TO changeStatus
                        MOVE "KEYINUSE" TO changeReason
                        WRITE changeLogFileRecord FROM changeLogBuildRecord
                        DISPLAY "Warning - key ID " FUNCTION TRIM(tranKeyId)
                            " shows " keyInUseCount " encrypt run(s) in the last "
                            lookbackDays " days, latest " keyInUseLastDate "."
                END-IF.

        Scan-One-History-Month.
                MOVE scanYearMonth TO historyNameYearMonth.
                MOVE historyNameBuild TO auditFileName.
                PERFORM Scan-Audit-Generation.
                IF scanMonth = 12
                        ADD 1 TO scanYear
                        MOVE 1 TO scanMonth
                ELSE
                        ADD 1 TO scanMonth
                END-IF.

        Scan-Audit-Generation.
                OPEN INPUT AuditLogFile.
                IF auditFileStatus = "00"
                        MOVE "N" TO auditEofSwitch
                        PERFORM Read-Audit-Record
                        PERFORM Check-One-Audit-Record UNTIL endOfAuditFile
                        CLOSE AuditLogFile
                END-IF.

        Read-Audit-Record.
                READ AuditLogFile INTO auditLogReadRecord
                    AT END
                        MOVE "Y" TO auditEofSwitch
                END-READ.

        Check-One-Audit-Record.
                IF auditMode = "E"
                   AND auditKeyword(1:8) = tranKeyId
                   AND auditKeyword(9:12) = SPACES
                        MOVE auditStamp(1:4) TO auditUseYear
                        MOVE auditStamp(6:2) TO auditUseMonth
                        MOVE auditStamp(9:2) TO auditUseDay
                        IF auditUseDate IS NUMERIC
                           AND auditUseDateNumeric >= lookbackFromDate
                                ADD 1 TO keyInUseCount
                                IF auditStamp(1:10) > keyInUseLastDate
                                   OR keyInUseLastDate = SPACES
                                        MOVE auditStamp(1:10) TO keyInUseLastDate
                                END-IF
                        END-IF
                END-IF.
                PERFORM Read-Audit-Record.

        Set-Change-Timestamp.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                MOVE sysYear TO changeYear.
                MOVE sysMonth TO changeMonth.
                MOVE sysHour TO changeHour.
                MOVE sysMinute TO changeMinute.
                MOVE sysSecond TO changeSecond.

        Log-Transaction.
                PERFORM Set-Change-Timestamp.
                MOVE changeTimestamp TO changeStamp.
                MOVE transactionCard TO changeCardImage.
                IF rejectReason = SPACES
                            ": " FUNCTION TRIM(transactionCard)
                END-IF.
                WRITE changeLogFileRecord FROM changeLogBuildRecord.
