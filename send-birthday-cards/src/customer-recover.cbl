               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           FD F-RECOVERY-POINT-FILE.
           01 RC-RECOVERY-POINT PIC X(14).
           WORKING-STORAGE SECTION.
