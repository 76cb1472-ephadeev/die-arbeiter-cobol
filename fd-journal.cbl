               88 JN-IS-REWRITE       VALUE "R".
               88 JN-IS-DELETE        VALUE "D".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JN-BEFORE-IMAGE     PIC X(264).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JN-AFTER-IMAGE      PIC X(264).
