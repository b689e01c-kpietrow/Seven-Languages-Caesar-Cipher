        IDENTIFICATION DIVISION.
        PROGRAM-ID. idxconv.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OldKeyFile ASSIGN TO "KEYSEQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS oldKeyFileStatus.
            SELECT OldSecAuthFile ASSIGN TO "SECSEQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS oldSecAuthFileStatus.
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

        DATA DIVISION.
        FILE SECTION.
        FD  OldKeyFile.
        01  oldKeyFileRecord PIC x(57).

        FD  OldSecAuthFile.
        01  oldSecAuthFileRecord PIC x(41).

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

        WORKING-STORAGE SECTION.
        01 oldKeyFileStatus PIC x(2).
        01 oldSecAuthFileStatus PIC x(2).
        01 keyFileStatus PIC x(2).
        01 secAuthFileStatus PIC x(2).

        01 keyFileEofSwitch PIC x(1) VALUE "N".
           88 endOfKeyFile VALUE "Y".
        01 secAuthEofSwitch PIC x(1) VALUE "N".
           88 endOfSecAuthFile VALUE "Y".

        01 keyFileReadRecord.
           05 keyId PIC x(8).
           05 FILLER PIC x(1).
           05 keyEffDate PIC x(8).
           05 FILLER PIC x(1).
           05 keyText PIC x(20).
           05 FILLER PIC x(19).
        01 keyEffDateNumeric REDEFINES keyFileReadRecord.
           05 FILLER PIC x(9).
           05 keyEffDateValue PIC 9(8).
           05 FILLER PIC x(40).

        01 keyFileBuildRecord.
           05 keyBuildId PIC x(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyBuildEffDate PIC 9(8).
           05 FILLER PIC x(1) VALUE SPACE.
           05 keyBuildText PIC x(20).
           05 FILLER PIC x(19) VALUE SPACES.

        01 secAuthReadRecord.
           05 secAuthOperator PIC x(8).
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
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildModes PIC x(3).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildCiphers PIC x(4).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildStatus PIC x(1).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildStatusStamp PIC x(19).
           05 FILLER PIC x(1) VALUE SPACE.
           05 authBuildApprover PIC x(1).

        01 rejectReason PIC x(8).
        01 letterIndex PIC 9(2).
        01 letterChar PIC x(1).
        01 letterBadSwitch PIC x(1) VALUE "N".
           88 letterBad VALUE "Y".

        01 keyLineNumber PIC 9(6) VALUE 0.
        01 keyLoadedCount PIC 9(6) VALUE 0.
        01 keyDuplicateCount PIC 9(6) VALUE 0.
        01 keyMalformedCount PIC 9(6) VALUE 0.
        01 authLineNumber PIC 9(6) VALUE 0.
        01 authLoadedCount PIC 9(6) VALUE 0.
        01 authDuplicateCount PIC 9(6) VALUE 0.
        01 authMalformedCount PIC 9(6) VALUE 0.
        01 conversionReturnCode PIC 9(2) VALUE 0.

        PROCEDURE DIVISION.
                DISPLAY "KEYFILE / SECAUTH conversion to indexed organization".
                DISPLAY " ".
                PERFORM Convert-Key-File.
                DISPLAY " ".
                PERFORM Convert-Auth-File.
                DISPLAY " ".
                DISPLAY "KEYFILE  read: " keyLineNumber
                    "  loaded: " keyLoadedCount
                    "  duplicates dropped: " keyDuplicateCount
                    "  malformed dropped: " keyMalformedCount.
                DISPLAY "SECAUTH  read: " authLineNumber
                    "  loaded: " authLoadedCount
                    "  duplicates dropped: " authDuplicateCount
                    "  malformed dropped: " authMalformedCount.
                IF conversionReturnCode = 0
                   AND (keyDuplicateCount > 0 OR keyMalformedCount > 0
                     OR authDuplicateCount > 0 OR authMalformedCount > 0)
                        MOVE 4 TO conversionReturnCode
                END-IF.
                IF conversionReturnCode = 4
                        DISPLAY "Dropped entries are listed above - re-enter any still"
                            " needed through keymaint."
                END-IF.
                MOVE conversionReturnCode TO RETURN-CODE.
                STOP RUN.

        Convert-Key-File.
                DISPLAY "KEYSEQ -> KEYFILE".
                OPEN INPUT OldKeyFile.
                IF oldKeyFileStatus NOT = "00"
                        DISPLAY "  Unable to open KEYSEQ - status "
                            oldKeyFileStatus " - KEYFILE not converted."
                        MOVE 16 TO conversionReturnCode
                ELSE
                        OPEN OUTPUT KeyFile
                        IF keyFileStatus NOT = "00"
                                DISPLAY "  Unable to create KEYFILE - status "
                                    keyFileStatus " - KEYFILE not converted."
                                MOVE 16 TO conversionReturnCode
                        ELSE
                                MOVE "N" TO keyFileEofSwitch
                                PERFORM Read-Old-Key-Record
                                PERFORM Load-One-Key-Record UNTIL endOfKeyFile
                                CLOSE KeyFile
                        END-IF
                        CLOSE OldKeyFile
                END-IF.

        Read-Old-Key-Record.
                MOVE SPACES TO keyFileReadRecord.
                READ OldKeyFile INTO keyFileReadRecord
                    AT END
                        MOVE "Y" TO keyFileEofSwitch
                END-READ.

        Load-One-Key-Record.
                ADD 1 TO keyLineNumber.
                MOVE SPACES TO rejectReason.
                EVALUATE TRUE
                    WHEN keyId = SPACES
                        MOVE "NOKEYID" TO rejectReason
                    WHEN keyEffDate IS NOT NUMERIC
                        MOVE "BADDATE" TO rejectReason
                    WHEN keyText = SPACES
                        MOVE "NOTEXT" TO rejectReason
                END-EVALUATE.
                IF rejectReason = SPACES
                        MOVE keyId TO keyBuildId
                        MOVE keyEffDateValue TO keyBuildEffDate
                        MOVE keyText TO keyBuildText
                        WRITE keyFileRecord FROM keyFileBuildRecord
                            INVALID KEY
                                MOVE "DUPKEY" TO rejectReason
                                ADD 1 TO keyDuplicateCount
                            NOT INVALID KEY
                                ADD 1 TO keyLoadedCount
                        END-WRITE
                ELSE
                        ADD 1 TO keyMalformedCount
                END-IF.
                IF rejectReason NOT = SPACES
                        DISPLAY "  Line " keyLineNumber " dropped - reason "
                            rejectReason ": " keyFileReadRecord
                END-IF.
                PERFORM Read-Old-Key-Record.

        Convert-Auth-File.
                DISPLAY "SECSEQ -> SECAUTH".
                OPEN INPUT OldSecAuthFile.
                IF oldSecAuthFileStatus NOT = "00"
                        DISPLAY "  Unable to open SECSEQ - status "
                            oldSecAuthFileStatus " - SECAUTH not converted."
                        MOVE 16 TO conversionReturnCode
                ELSE
                        OPEN OUTPUT SecAuthFile
                        IF secAuthFileStatus NOT = "00"
                                DISPLAY "  Unable to create SECAUTH - status "
                                    secAuthFileStatus " - SECAUTH not converted."
                                MOVE 16 TO conversionReturnCode
                        ELSE
                                MOVE "N" TO secAuthEofSwitch
                                PERFORM Read-Old-SecAuth-Record
                                PERFORM Load-One-SecAuth-Record UNTIL endOfSecAuthFile
                                CLOSE SecAuthFile
                        END-IF
                        CLOSE OldSecAuthFile
                END-IF.

        Read-Old-SecAuth-Record.
                MOVE SPACES TO secAuthReadRecord.
                READ OldSecAuthFile INTO secAuthReadRecord
                    AT END
                        MOVE "Y" TO secAuthEofSwitch
                END-READ.

        Load-One-SecAuth-Record.
                ADD 1 TO authLineNumber.
                MOVE SPACES TO rejectReason.
                PERFORM Validate-SecAuth-Record.
                IF rejectReason = SPACES
                        MOVE secAuthOperator TO authBuildOperator
                        MOVE secAuthModes TO authBuildModes
                        MOVE secAuthCiphers TO authBuildCiphers
                        MOVE secAuthStatus TO authBuildStatus
                        MOVE secAuthStatusStamp TO authBuildStatusStamp
                        MOVE secAuthApprover TO authBuildApprover
                        WRITE secAuthFileRecord FROM secAuthBuildRecord
                            INVALID KEY
                                MOVE "DUPOPER" TO rejectReason
                                ADD 1 TO authDuplicateCount
                            NOT INVALID KEY
                                ADD 1 TO authLoadedCount
                        END-WRITE
                ELSE
                        ADD 1 TO authMalformedCount
                END-IF.
                IF rejectReason NOT = SPACES
                        DISPLAY "  Line " authLineNumber " dropped - reason "
                            rejectReason ": " secAuthReadRecord
                END-IF.
                PERFORM Read-Old-SecAuth-Record.

        Validate-SecAuth-Record.
                IF secAuthOperator = SPACES
                        MOVE "NOOPER" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                        MOVE "N" TO letterBadSwitch
                        MOVE 1 TO letterIndex
                        PERFORM Check-One-Mode-Letter 3 TIMES
                        IF letterBad OR secAuthModes = SPACES
                                MOVE "BADMODE" TO rejectReason
                        END-IF
                END-IF.
                IF rejectReason = SPACES
                        MOVE "N" TO letterBadSwitch
                        MOVE 1 TO letterIndex
                        PERFORM Check-One-Cipher-Letter 4 TIMES
                        IF letterBad
                                MOVE "BADCIPH" TO rejectReason
                        END-IF
                END-IF.
                IF rejectReason = SPACES
                   AND secAuthStatus NOT = SPACE AND secAuthStatus NOT = "A"
                   AND secAuthStatus NOT = "S"
                        MOVE "BADSTAT" TO rejectReason
                END-IF.
                IF rejectReason = SPACES
                   AND secAuthApprover NOT = SPACE AND secAuthApprover NOT = "Y"
                   AND secAuthApprover NOT = "N"
                        MOVE "BADAPPR" TO rejectReason
                END-IF.

        Check-One-Mode-Letter.
                MOVE secAuthModes(letterIndex:1) TO letterChar.
                IF letterChar NOT = SPACE AND letterChar NOT = "E"
                   AND letterChar NOT = "D" AND letterChar NOT = "S"
                        MOVE "Y" TO letterBadSwitch
                END-IF.
                ADD 1 TO letterIndex.

        Check-One-Cipher-Letter.
                MOVE secAuthCiphers(letterIndex:1) TO letterChar.
                IF letterChar NOT = SPACE AND letterChar NOT = "C"
                   AND letterChar NOT = "V" AND letterChar NOT = "A"
                   AND letterChar NOT = "T"
                        MOVE "Y" TO letterBadSwitch
                END-IF.
                ADD 1 TO letterIndex.
