      *>      one archive verification, as handed to the shared
      *>      ARCVFY checker - COPYed into AOCRERUN and ARCVRUN, so
      *>      the request/answer layout stays in lock-step. The
      *>      caller fills VfyDate (the archive directory, YYYYMMDD);
      *>      ARCVFY hands back VfyResult: 00 = every file matches
      *>      the manifest, 08 = a file is missing, altered or not
      *>      in the manifest, 12 = no archive or no manifest.
      *>      VfyReason carries the first failure found
           01 VfyParm.
               05 VfyDate PIC X(8).
               05 VfyResult PIC 99.
               05 VfyChecked PIC 9(3).
               05 VfyFailed PIC 9(3).
               05 VfyReason PIC X(80).
