           DISPLAY "  STELLE ID: " AR-STELLE-ID.
           DISPLAY "  GEBURTS DATUM: " AR-GEBURTS-DATUM.
           DISPLAY "  TEILZEIT PROZENT: " AR-TEILZEIT-PROZENT.
           DISPLAY "  GESCHLECHT: " AR-GESCHLECHT.
           DISPLAY "  AUSTRITTS DATUM: " AR-AUSTRITTS-DATUM.
           IF AR-ANONYMIZED-DATE NOT = SPACE
               DISPLAY "  ANONYMIZED ON: " AR-ANONYMIZED-DATE.
           DISPLAY " ".

       READ-NEXT-ARCHIVE-RECORD.
