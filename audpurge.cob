        01  parameterCardFileRecord PIC x(80).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        FD  HistoryFile.
        01  historyFileRecord PIC x(82).

        FD  AuditScratchFile.
        01  auditScratchFileRecord PIC x(82).

        WORKING-STORAGE SECTION.
        01 parmFileStatus PIC x(2).
        01 scratchEofSwitch PIC x(1) VALUE "N".
           88 endOfScratchFile VALUE "Y".

        01 auditLineBuffer PIC x(82).
        01 auditEntryDate PIC x(10).
        01 auditEntryMonth PIC x(6).

