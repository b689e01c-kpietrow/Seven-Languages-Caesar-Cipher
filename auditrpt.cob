        01  parameterCardFileRecord PIC x(80).

        FD  AuditLogFile.
        01  auditLogFileRecord PIC x(82).

        WORKING-STORAGE SECTION.
        01 parmFileStatus PIC x(2).
           05 auditReconcileFailures PIC 9(6).
           05 FILLER PIC x(1).
           05 auditKeyword PIC x(20).
           05 FILLER PIC x(1).
           05 auditCompletionCode PIC x(2).

        01 auditDateOnly PIC x(10).

