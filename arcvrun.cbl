       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCVRUN.

      *>      thin standalone entry point for ARCVFY - an operator
      *>      checking an archive before asking for a rerun (or
      *>      after restoring one) sets ARCVFY_DATE to the archive
      *>      directory's date (YYYYMMDD) and runs this; it CALLs
      *>      ARCVFY the same way AOCRERUN does and ends with its
      *>      verdict as the condition code: 0 verified, 8 a file
      *>      missing or altered, 12 no archive or no manifest.
      *>      The per-file findings are in archive_verify.txt
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VfyDateParm PIC X(10).
           COPY VFYPARM.

       PROCEDURE DIVISION.
       000-Main.
           MOVE SPACE TO VfyDateParm
           ACCEPT VfyDateParm FROM ENVIRONMENT "ARCVFY_DATE"
           INITIALIZE VfyParm
           MOVE VfyDateParm(1:8) TO VfyDate
           CALL "ARCVFY" USING VfyParm
           MOVE VfyResult TO RETURN-CODE
           STOP RUN
           .
