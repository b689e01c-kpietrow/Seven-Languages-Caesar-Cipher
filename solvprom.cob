        IDENTIFICATION DIVISION.
        PROGRAM-ID. solvprom.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ConfirmCardFile ASSIGN TO "SYSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS confirmFileStatus.
            SELECT SolveResultFile ASSIGN TO DYNAMIC resultFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS resultFileStatus.
            SELECT KeyFile ASSIGN TO "KEYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS keyFileKey
                FILE STATUS IS keyFileStatus.
            SELECT KeyAddFile ASSIGN TO "KEYADDS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS keyAddFileStatus.
            SELECT DecryptCardFile ASSIGN TO "DECCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS decryptCardFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  ConfirmCardFile.
        01  confirmCardFileRecord PIC x(80).

        FD  SolveResultFile.
        01  solveResultFileRecord PIC x(99).

        FD  KeyFile.
        01  keyFileRecord.
           05 keyFileKey.
              10 keyFileKeyId PIC x(8).
              10 FILLER PIC x(1).
              10 keyFileKeyDate PIC 9(8).
           05 FILLER PIC x(40).

        FD  KeyAddFile.
        01  keyAddFileRecord PIC x(80).

        FD  DecryptCardFile.
        01  decryptCardFileRecord PIC x(80).

        WORKING-STORAGE SECTION.
        01 confirmFileStatus PIC x(2).
        01 resultFileStatus PIC x(2).
        01 keyFileStatus PIC x(2).
        01 keyAddFileStatus PIC x(2).
        01 decryptCardFileStatus PIC x(2).
        01 resultFileName PIC x(8) VALUE SPACES.

        01 confirmEofSwitch PIC x(1) VALUE "N".
           88 endOfConfirmCards VALUE "Y".
        01 resultEofSwitch PIC x(1) VALUE "N".
           88 endOfResultFile VALUE "Y".
        01 keyFileEofSwitch PIC x(1) VALUE "N".
           88 endOfKeyFile VALUE "Y".
        01 keyFileOpenSwitch PIC x(1) VALUE "N".
           88 keyFileAvailable VALUE "Y".
        01 entryFoundSwitch PIC x(1) VALUE "N".
           88 entryFound VALUE "Y".
        01 keyExistsSwitch PIC x(1) VALUE "N".
           88 keyExists VALUE "Y".
        01 addNeededSwitch PIC x(1) VALUE "N".
           88 addNeeded VALUE "Y".
        01 decryptNeededSwitch PIC x(1) VALUE "N".
           88 decryptNeeded VALUE "Y".

        01 confirmCard.
           05 confirmResultDataset PIC x(8).
           05 FILLER PIC x(1).
           05 confirmRecNo PIC x(6).
           05 FILLER PIC x(1).
           05 confirmRank PIC x(2).
           05 FILLER PIC x(1).
           05 confirmKeyId PIC x(8).
           05 FILLER PIC x(1).
           05 confirmEffDate PIC x(8).
           05 FILLER PIC x(1).
           05 confirmAnalyst PIC x(8).
           05 FILLER PIC x(1).
           05 confirmOutputDataset PIC x(8).
           05 FILLER PIC x(26).
        01 confirmCardNumeric REDEFINES confirmCard.
           05 FILLER PIC x(9).
           05 confirmRecNoValue PIC 9(6).
           05 FILLER PIC x(1).
           05 confirmRankValue PIC 9(2).
           05 FILLER PIC x(10).
           05 confirmEffDateValue PIC 9(8).
           05 FILLER PIC x(44).

        01 solveResultReadRecord.
           05 solveResultRecNo PIC x(6).
           05 FILLER PIC x(1).
           05 solveResultCipher PIC x(1).
           05 FILLER PIC x(1).
           05 solveResultRank PIC x(2).
           05 FILLER PIC x(1).
           05 solveResultShift PIC x(2).
           05 FILLER PIC x(1).
           05 solveResultKeyword PIC x(20).
           05 FILLER PIC x(1).
           05 solveResultPeriod PIC x(2).
           05 FILLER PIC x(1).
           05 solveResultScore PIC x(6).
           05 FILLER PIC x(1).
           05 solveResultWordPercent PIC x(3).
           05 FILLER PIC x(1).
           05 solveResultCribFlag PIC x(1).
           05 FILLER PIC x(1).
           05 solveResultSource PIC x(8).
           05 FILLER PIC x(1).
           05 solveResultText PIC x(38).

        01 keyFileReadRecord.
           05 keyId PIC x(8).
           05 FILLER PIC x(1).
           05 keyEffDate PIC 9(8).
           05 FILLER PIC x(1).
           05 keyText PIC x(20).
           05 FILLER PIC x(19).

        01 keyAddBuildRecord.
           05 keyAddAction PIC x(7) VALUE "ADD".
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyAddKeyId PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyAddEffDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyAddKeyText PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyAddSubmitter PIC x(8).
           05 FILLER PIC x(25) VALUE SPACES.

        01 decryptCardBuildRecord.
           05 decryptMode PIC x(1) VALUE "D".
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptCipher PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptShift PIC x(2).
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptOperator PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptKeyword PIC x(20).
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptCrib PIC x(20) VALUE SPACES.
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptInput PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 decryptOutput PIC x(8).
           05 FILLER PIC x(5) VALUE SPACES.

        01 promoteTableMax PIC 9(4) VALUE 200.
        01 promoteTableCount PIC 9(4) VALUE 0.
        01 promoteTable.
           05 promoteEntry OCCURS 200 TIMES.
              10 promoteKeyId PIC x(8).
              10 promoteKeyword PIC x(20).
              10 promoteCipher PIC x(1).
              10 promoteShift PIC x(2).
              10 promoteSource PIC x(8).
              10 promoteOutput PIC x(8).
        01 promoteIndex PIC 9(4).

        01 currentDateTime PIC x(21).
        01 currentDateTimeFields REDEFINES currentDateTime.
           05 sysYear PIC 9(4).
           05 sysMonth PIC 9(2).
           05 sysDay PIC 9(2).
           05 FILLER PIC x(13).
        01 runDateNumeric PIC 9(8).
        01 promoteEffDate PIC 9(8).

        01 rejectReason PIC x(8).
        01 cardCount PIC 9(4) VALUE 0.
        01 acceptedCount PIC 9(4) VALUE 0.
        01 rejectedCount PIC 9(4) VALUE 0.
        01 keyAddCount PIC 9(4) VALUE 0.
        01 decryptCardCount PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                COMPUTE runDateNumeric = sysYear * 10000 + sysMonth * 100 + sysDay.
                DISPLAY "Solve result promotion - " runDateNumeric.
                DISPLAY " ".
                PERFORM Open-Promotion-Files.
                OPEN INPUT ConfirmCardFile.
                IF confirmFileStatus = "00"
                        MOVE "N" TO confirmEofSwitch
                        PERFORM Read-Confirm-Card
                        PERFORM Process-One-Confirmation UNTIL endOfConfirmCards
                        CLOSE ConfirmCardFile
                ELSE
                        DISPLAY "No confirmation cards - nothing promoted."
                END-IF.
                IF keyFileAvailable
                        CLOSE KeyFile
                END-IF.
                CLOSE KeyAddFile.
                CLOSE DecryptCardFile.
                DISPLAY " ".
                DISPLAY "Promotion complete.  Cards: " cardCount
                    "  Accepted: " acceptedCount
                    "  Rejected: " rejectedCount
                    "  KEYADDS ADD cards: " keyAddCount
                    "  DECCTL decrypt cards: " decryptCardCount.
                IF keyAddCount > 0
                        DISPLAY "Submit KEYADDS to keymaint; the decrypt cards in DECCTL"
                            " resolve their key IDs only once the ADD items are released."
                END-IF.
                IF rejectedCount > 0
                        MOVE 4 TO RETURN-CODE
                END-IF.
                STOP RUN.

        Open-Promotion-Files.
                OPEN OUTPUT KeyAddFile.
                IF keyAddFileStatus NOT = "00"
                        DISPLAY "Unable to open KEYADDS - status "
                            keyAddFileStatus "."
                        DISPLAY "Run aborted."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.
                OPEN OUTPUT DecryptCardFile.
                IF decryptCardFileStatus NOT = "00"
                        DISPLAY "Unable to open DECCTL - status "
                            decryptCardFileStatus "."
                        DISPLAY "Run aborted."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF.
                MOVE "N" TO keyFileOpenSwitch.
                OPEN INPUT KeyFile.
                IF keyFileStatus = "00"
                        MOVE "Y" TO keyFileOpenSwitch
                ELSE
                        DISPLAY "KEYFILE unavailable - status " keyFileStatus
                            " - new key IDs are not checked against it."
                END-IF.

        Read-Confirm-Card.
                MOVE SPACES TO confirmCard.
                READ ConfirmCardFile INTO confirmCard
                    AT END
                        MOVE "Y" TO confirmEofSwitch
                END-READ.

        Process-One-Confirmation.
                IF confirmCard NOT = SPACES
                        ADD 1 TO cardCount
                        MOVE SPACES TO rejectReason
                        PERFORM Validate-Confirm-Card
                        IF rejectReason = SPACES
                                PERFORM Find-Result-Entry
                        END-IF
                        IF rejectReason = SPACES
                                PERFORM Check-Promotion
                        END-IF
                        IF rejectReason = SPACES
                                PERFORM Write-Promotion
                        ELSE
                                ADD 1 TO rejectedCount
                                DISPLAY "Confirmation rejected - reason " rejectReason
                                    ": " confirmCard
                        END-IF
                END-IF.
                PERFORM Read-Confirm-Card.

        Validate-Confirm-Card.
                EVALUATE TRUE
                    WHEN confirmResultDataset = SPACES
                        MOVE "NORESULT" TO rejectReason
                    WHEN confirmRecNo IS NOT NUMERIC
                        MOVE "BADRECNO" TO rejectReason
                    WHEN confirmRank IS NOT NUMERIC
                        MOVE "BADRANK" TO rejectReason
                    WHEN confirmAnalyst = SPACES
                        MOVE "NOOPER" TO rejectReason
                    WHEN confirmOutputDataset = SPACES
                        MOVE "NOOUTPUT" TO rejectReason
                    WHEN confirmEffDate NOT = SPACES AND confirmEffDate IS NOT NUMERIC
                        MOVE "BADDATE" TO rejectReason
                END-EVALUATE.
                IF confirmEffDate = SPACES
                        MOVE runDateNumeric TO promoteEffDate
                ELSE
                        IF rejectReason = SPACES
                                MOVE confirmEffDateValue TO promoteEffDate
                        END-IF
                END-IF.

        Find-Result-Entry.
                MOVE "N" TO entryFoundSwitch.
                MOVE confirmResultDataset TO resultFileName.
                OPEN INPUT SolveResultFile.
                IF resultFileStatus NOT = "00"
                        DISPLAY "Unable to open " FUNCTION TRIM(resultFileName)
                            " - status " resultFileStatus "."
                        MOVE "NORESULT" TO rejectReason
                ELSE
                        MOVE "N" TO resultEofSwitch
                        PERFORM Read-Result-Entry
                        PERFORM Check-One-Result-Entry
                            UNTIL endOfResultFile OR entryFound
                        CLOSE SolveResultFile
                        IF NOT entryFound
                                MOVE "NOENTRY" TO rejectReason
                        END-IF
                END-IF.

        Read-Result-Entry.
                MOVE SPACES TO solveResultReadRecord.
                READ SolveResultFile INTO solveResultReadRecord
                    AT END
                        MOVE "Y" TO resultEofSwitch
                END-READ.

        Check-One-Result-Entry.
                IF solveResultRecNo = confirmRecNo
                   AND solveResultRank = confirmRank
                   AND (solveResultCipher = "C" OR solveResultCipher = "V")
                        MOVE "Y" TO entryFoundSwitch
                ELSE
                        PERFORM Read-Result-Entry
                END-IF.

        Check-Promotion.
                MOVE "N" TO addNeededSwitch.
                MOVE "Y" TO decryptNeededSwitch.
                IF solveResultSource = SPACES
                        MOVE "NOSOURCE" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                   AND confirmOutputDataset = solveResultSource
                        MOVE "SAMEDSN" TO rejectReason
                END-IF.
                IF rejectReason = SPACES AND solveResultCipher = "V"
                        IF confirmKeyId = SPACES
                                MOVE "NOKEYID" TO rejectReason
                        ELSE
                                MOVE "Y" TO addNeededSwitch
                        END-IF
                END-IF.
                MOVE 1 TO promoteIndex.
                PERFORM Check-One-Promoted-Entry promoteTableCount TIMES.
                IF rejectReason = SPACES AND addNeeded
                        PERFORM Check-Key-Id-Unused
                        IF keyExists
                                MOVE "KEYEXIST" TO rejectReason
                        END-IF
                END-IF.
                IF rejectReason = SPACES AND NOT addNeeded AND NOT decryptNeeded
                        MOVE "ALREADY" TO rejectReason
                END-IF.
                IF rejectReason = SPACES AND promoteTableCount NOT < promoteTableMax
                        MOVE "TABFULL" TO rejectReason
                END-IF.

        Check-One-Promoted-Entry.
                IF rejectReason = SPACES
                        IF solveResultCipher = "V" AND promoteCipher(promoteIndex) = "V"
                           AND promoteKeyId(promoteIndex) = confirmKeyId
                                IF promoteKeyword(promoteIndex) NOT = solveResultKeyword
                                        MOVE "KEYCONF" TO rejectReason
                                ELSE
                                        MOVE "N" TO addNeededSwitch
                                END-IF
                        END-IF
                END-IF.
                IF rejectReason = SPACES
                   AND promoteOutput(promoteIndex) = confirmOutputDataset
                        IF promoteSource(promoteIndex) = solveResultSource
                           AND promoteCipher(promoteIndex) = solveResultCipher
                           AND ((solveResultCipher = "V"
                                 AND promoteKeyId(promoteIndex) = confirmKeyId)
                             OR (solveResultCipher = "C"
                                 AND promoteShift(promoteIndex) = solveResultShift))
                                MOVE "N" TO decryptNeededSwitch
                        ELSE
                                MOVE "DUPOUTPT" TO rejectReason
                        END-IF
                END-IF.
                ADD 1 TO promoteIndex.

        Check-Key-Id-Unused.
                MOVE "N" TO keyExistsSwitch.
                IF keyFileAvailable
                        MOVE SPACES TO keyFileRecord
                        MOVE confirmKeyId TO keyFileKeyId
                        MOVE 0 TO keyFileKeyDate
                        MOVE "N" TO keyFileEofSwitch
                        START KeyFile KEY IS NOT LESS THAN keyFileKey
                            INVALID KEY
                                MOVE "Y" TO keyFileEofSwitch
                        END-START
                        IF NOT endOfKeyFile
                                READ KeyFile NEXT RECORD INTO keyFileReadRecord
                                    AT END
                                        MOVE "Y" TO keyFileEofSwitch
                                END-READ
                        END-IF
                        IF NOT endOfKeyFile AND keyId = confirmKeyId
                                MOVE "Y" TO keyExistsSwitch
                        END-IF
                END-IF.

        Write-Promotion.
                ADD 1 TO acceptedCount.
                ADD 1 TO promoteTableCount.
                MOVE confirmKeyId TO promoteKeyId(promoteTableCount).
                MOVE solveResultKeyword TO promoteKeyword(promoteTableCount).
                MOVE solveResultCipher TO promoteCipher(promoteTableCount).
                MOVE solveResultShift TO promoteShift(promoteTableCount).
                MOVE solveResultSource TO promoteSource(promoteTableCount).
                MOVE confirmOutputDataset TO promoteOutput(promoteTableCount).
                IF solveResultCipher = "C"
                        DISPLAY "Record " confirmRecNo " rank " confirmRank
                            " of " FUNCTION TRIM(confirmResultDataset)
                            " confirmed - Caesar shift " solveResultShift "."
                ELSE
                        DISPLAY "Record " confirmRecNo " rank " confirmRank
                            " of " FUNCTION TRIM(confirmResultDataset)
                            " confirmed - keyword " FUNCTION TRIM(solveResultKeyword)
                            " as key ID " FUNCTION TRIM(confirmKeyId) "."
                END-IF.
                IF addNeeded
                        MOVE confirmKeyId TO keyAddKeyId
                        MOVE promoteEffDate TO keyAddEffDate
                        MOVE solveResultKeyword TO keyAddKeyText
                        MOVE confirmAnalyst TO keyAddSubmitter
                        WRITE keyAddFileRecord FROM keyAddBuildRecord
                        ADD 1 TO keyAddCount
                        DISPLAY "  KEYADDS: ADD " FUNCTION TRIM(confirmKeyId)
                            " effective " promoteEffDate
                            " submitted by " FUNCTION TRIM(confirmAnalyst) "."
                END-IF.
                IF decryptNeeded
                        MOVE solveResultCipher TO decryptCipher
                        MOVE confirmAnalyst TO decryptOperator
                        MOVE solveResultSource TO decryptInput
                        MOVE confirmOutputDataset TO decryptOutput
                        IF solveResultCipher = "C"
                                MOVE solveResultShift TO decryptShift
                                MOVE SPACES TO decryptKeyword
                        ELSE
                                MOVE SPACES TO decryptShift
                                MOVE confirmKeyId TO decryptKeyword
                        END-IF
                        WRITE decryptCardFileRecord FROM decryptCardBuildRecord
                        ADD 1 TO decryptCardCount
                        DISPLAY "  DECCTL:  decrypt " FUNCTION TRIM(solveResultSource)
                            " -> " FUNCTION TRIM(confirmOutputDataset) "."
                END-IF.
