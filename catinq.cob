        IDENTIFICATION DIVISION.
        PROGRAM-ID. catinq.
        AUTHOR. Kevin Pietrow

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ParameterCardFile ASSIGN TO "SYSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS parmFileStatus.
            SELECT CatalogFile ASSIGN TO "CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS catalogFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  ParameterCardFile.
        01  parameterCardFileRecord PIC x(80).

        FD  CatalogFile.
        01  catalogFileRecord PIC x(167).

        WORKING-STORAGE SECTION.
        01 parmFileStatus PIC x(2).
        01 catalogFileStatus PIC x(2).

        01 parameterCard.
           05 parmKeyId PIC x(20).
           05 FILLER PIC x(1).
           05 parmCipher PIC x(1).
           05 FILLER PIC x(1).
           05 parmFromDate PIC x(8).
           05 FILLER PIC x(1).
           05 parmToDate PIC x(8).
           05 FILLER PIC x(1).
           05 parmRetentionDays PIC x(4).
           05 FILLER PIC x(35).
        01 parmRetentionNumeric REDEFINES parameterCard.
           05 FILLER PIC x(41).
           05 parmRetentionValue PIC 9(4).
           05 FILLER PIC x(35).

        01 eofSwitch PIC x(1) VALUE "N".
           88 endOfCatalog VALUE "Y".

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

        01 selectSwitch PIC x(1) VALUE "N".
           88 entrySelected VALUE "Y".
        01 stageKeyMatchSwitch PIC x(1) VALUE "N".
           88 stageKeyMatched VALUE "Y".

        01 chainSummaryText PIC x(41).
        01 chainTokens.
           05 chainToken PIC x(10) OCCURS 3 TIMES.
        01 chainTokenIndex PIC 9(1).
        01 retentionSwitch PIC x(1) VALUE "N".
           88 retentionRequested VALUE "Y".
        01 expiredSwitch PIC x(1) VALUE "N".
           88 entryExpired VALUE "Y".

        01 fromDate PIC 9(8) VALUE 0.
        01 toDate PIC 9(8) VALUE 99999999.
        01 runDateNumeric PIC 9(8).
        01 retentionCutoff PIC 9(8) VALUE 0.

        01 currentDateTime PIC x(21).
        01 currentDateTimeFields REDEFINES currentDateTime.
           05 sysYear PIC 9(4).
           05 sysMonth PIC 9(2).
           05 sysDay PIC 9(2).
           05 FILLER PIC x(13).

        01 consumedText.
           05 consumedLead PIC x(1).
           05 consumedEntry PIC 9(6).
           05 FILLER PIC x(1).
           05 consumedDate PIC x(8).
        01 flagText PIC x(9).
        01 companionName PIC x(12).

        01 readCount PIC 9(6) VALUE 0.
        01 listedCount PIC 9(6) VALUE 0.
        01 expiredCount PIC 9(6) VALUE 0.
        01 listedRecords PIC 9(8) VALUE 0.
        01 listedChars PIC 9(10) VALUE 0.
        01 listedMessages PIC 9(8) VALUE 0.

        01 scratchMax PIC 9(4) VALUE 500.
        01 scratchCount PIC 9(4) VALUE 0.
        01 scratchTable.
           05 scratchEntry OCCURS 500 TIMES.
              10 scratchEntryNumber PIC 9(6).
              10 scratchDataset PIC x(8).
              10 scratchRunDate PIC 9(8).
              10 scratchMode PIC x(1).
              10 scratchKeywordId PIC x(20).
        01 scratchIndex PIC 9(4).

        PROCEDURE DIVISION.
                PERFORM Read-Parameter-Card.
                PERFORM Print-Report-Heading.
                PERFORM List-Catalog.
                PERFORM Print-Report-Totals.
                PERFORM Print-Scratch-List.
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
                MOVE FUNCTION CURRENT-DATE TO currentDateTime.
                COMPUTE runDateNumeric = sysYear * 10000 + sysMonth * 100 + sysDay.
                IF parmFromDate IS NUMERIC
                        MOVE parmFromDate TO fromDate
                END-IF.
                IF parmToDate IS NUMERIC
                        MOVE parmToDate TO toDate
                END-IF.
                IF parmRetentionDays IS NUMERIC AND parmRetentionValue > 0
                        MOVE "Y" TO retentionSwitch
                        COMPUTE retentionCutoff = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(runDateNumeric) - parmRetentionValue)
                END-IF.

        Print-Report-Heading.
                DISPLAY " ".
                DISPLAY "Caesar Cipher System - Dataset Catalog".
                DISPLAY "Selection - key ID: " FUNCTION TRIM(parmKeyId)
                    "  cipher: " parmCipher
                    "  run dates " fromDate " to " toDate.
                IF retentionRequested
                        DISPLAY "Retention " parmRetentionValue
                            " days - active datasets written before "
                            retentionCutoff " are flagged SCRATCH."
                ELSE
                        DISPLAY "No retention period supplied - nothing flagged."
                END-IF.
                DISPLAY " ".
                DISPLAY "Entry  Status   Dataset  Source   M C Sh Keyword ID           "
                    "Run date Operator Recrds    Chars   Msgs SrcEnt Consumed by      Flag".
                DISPLAY "------ -------- -------- -------- - - -- -------------------- "
                    "-------- -------- ------ -------- ------ ------ ---------------- ---------".

        List-Catalog.
                OPEN INPUT CatalogFile.
                IF catalogFileStatus NOT = "00"
                        DISPLAY "Unable to open CATALOG - status "
                            catalogFileStatus "."
                        DISPLAY "No catalog listing can be produced."
                ELSE
                        MOVE "N" TO eofSwitch
                        PERFORM Read-Catalog-Record
                        PERFORM List-One-Entry UNTIL endOfCatalog
                        CLOSE CatalogFile
                END-IF.

        Read-Catalog-Record.
                READ CatalogFile INTO catalogReadRecord
                    AT END
                        MOVE "Y" TO eofSwitch
                END-READ.

        List-One-Entry.
                IF catalogReadRecord NOT = SPACES
                        ADD 1 TO readCount
                        PERFORM Select-Entry
                        IF entrySelected
                                PERFORM Check-Retention
                                PERFORM Print-One-Entry
                        END-IF
                END-IF.
                PERFORM Read-Catalog-Record.

        Select-Entry.
                MOVE "Y" TO selectSwitch.
                IF parmKeyId NOT = SPACES
                        IF catReadCipher = "M"
                                PERFORM Match-Chain-Stage-Keys
                                IF NOT stageKeyMatched
                                        MOVE "N" TO selectSwitch
                                END-IF
                        ELSE
                                IF catReadKeywordId NOT = parmKeyId
                                        MOVE "N" TO selectSwitch
                                END-IF
                        END-IF
                END-IF.
                IF parmCipher NOT = SPACE
                   AND catReadCipher NOT = parmCipher
                        MOVE "N" TO selectSwitch
                END-IF.
                IF catReadRunDate < fromDate OR catReadRunDate > toDate
                        MOVE "N" TO selectSwitch
                END-IF.

        Match-Chain-Stage-Keys.
                MOVE "N" TO stageKeyMatchSwitch.
                IF catReadChainSummary = SPACES
                        MOVE catReadKeywordId TO chainSummaryText
                ELSE
                        MOVE catReadChainSummary TO chainSummaryText
                END-IF.
                MOVE SPACES TO chainTokens.
                UNSTRING chainSummaryText DELIMITED BY ALL SPACE
                    INTO chainToken(1) chainToken(2) chainToken(3).
                MOVE 1 TO chainTokenIndex.
                PERFORM Match-One-Chain-Token 3 TIMES.

        Match-One-Chain-Token.
                IF chainToken(chainTokenIndex)(2:1) = ":"
                   AND chainToken(chainTokenIndex)(1:1) NOT = "C"
                   AND chainToken(chainTokenIndex)(3:8) = parmKeyId
                        MOVE "Y" TO stageKeyMatchSwitch
                END-IF.
                ADD 1 TO chainTokenIndex.

        Check-Retention.
                MOVE "N" TO expiredSwitch.
                MOVE SPACES TO flagText.
                IF retentionRequested AND catReadActive
                   AND catReadRunDate < retentionCutoff
                        MOVE "Y" TO expiredSwitch
                        MOVE "SCRATCH" TO flagText
                        ADD 1 TO expiredCount
                        IF scratchCount < scratchMax
                                ADD 1 TO scratchCount
                                MOVE catReadEntryNumber TO scratchEntryNumber(scratchCount)
                                MOVE catReadDataset TO scratchDataset(scratchCount)
                                MOVE catReadRunDate TO scratchRunDate(scratchCount)
                                MOVE catReadMode TO scratchMode(scratchCount)
                                MOVE catReadKeywordId TO scratchKeywordId(scratchCount)
                        ELSE
                                DISPLAY "Scratch list full - entry " catReadEntryNumber
                                    " flagged but not carried to the scratch list."
                        END-IF
                END-IF.

        Print-One-Entry.
                MOVE SPACES TO consumedText.
                IF catReadConsumedEntry IS NUMERIC AND catReadConsumedEntry > 0
                        MOVE "#" TO consumedLead
                        MOVE catReadConsumedEntry TO consumedEntry
                        MOVE catReadConsumedDate TO consumedDate
                END-IF.
                DISPLAY catReadEntryNumber " "
                    catReadStatus " "
                    catReadDataset " "
                    catReadSourceDataset " "
                    catReadMode " "
                    catReadCipher " "
                    catReadShift " "
                    catReadKeywordId " "
                    catReadRunDate " "
                    catReadOperator " "
                    catReadRecordCount " "
                    catReadTotalChars " "
                    catReadMessageCount " "
                    catReadSourceEntry " "
                    consumedText " " flagText.
                IF catReadCipher = "M" AND catReadChainSummary NOT = SPACES
                        DISPLAY "       Chain stages: " FUNCTION TRIM(catReadChainSummary)
                END-IF.
                ADD 1 TO listedCount.
                ADD catReadRecordCount TO listedRecords.
                ADD catReadTotalChars TO listedChars.
                ADD catReadMessageCount TO listedMessages.

        Print-Report-Totals.
                DISPLAY "------ -------- -------- -------- - - -- -------------------- "
                    "-------- -------- ------ -------- ------ ------ ---------------- ---------".
                DISPLAY "Catalog entries read: " readCount
                    "  listed: " listedCount
                    "  records: " listedRecords
                    "  chars: " listedChars
                    "  messages: " listedMessages.
                IF retentionRequested
                        DISPLAY "Entries past retention: " expiredCount
                END-IF.

        Print-Scratch-List.
                IF retentionRequested AND scratchCount > 0
                        DISPLAY " "
                        DISPLAY "Datasets past retention - candidates to scratch:"
                        DISPLAY "  Entry  Dataset  Companion    Run date M Keyword ID"
                        MOVE 1 TO scratchIndex
                        PERFORM Print-One-Scratch-Line scratchCount TIMES
                END-IF.

        Print-One-Scratch-Line.
                MOVE SPACES TO companionName.
                STRING FUNCTION TRIM(scratchDataset(scratchIndex)) DELIMITED BY SIZE
                    "DIR" DELIMITED BY SIZE
                    INTO companionName.
                DISPLAY "  " scratchEntryNumber(scratchIndex) " "
                    scratchDataset(scratchIndex) " "
                    companionName " "
                    scratchRunDate(scratchIndex) " "
                    scratchMode(scratchIndex) " "
                    scratchKeywordId(scratchIndex).
                ADD 1 TO scratchIndex.
