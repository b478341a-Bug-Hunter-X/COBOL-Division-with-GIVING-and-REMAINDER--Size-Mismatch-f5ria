      *>   stays at zero is an allocation the warehouse/GL never
      *>   confirmed posting - the ALCACKM aging report chases it.
           05  ALCM-CONFIRM-DATE       PIC 9(8).
      *>   What the key was booked for - with the dividend and
      *>   divisor above, the content the suspected-duplicate check
      *>   (ALCDUP01) holds a new key up against, so the same
      *>   request resent under a fresh key-ID is caught. Blank on
      *>   rows booked before these fields existed; those never
      *>   match.
           05  ALCM-DEPT-CODE          PIC X(4).
           05  ALCM-PROCESS-MODE       PIC X(1).
           05  ALCM-WEIGHT-PROFILE     PIC X(4).
