           88  WP-MODE-SET-ATTRIBUTES       VALUE WP-WINDOW-SET-ATTRIBUTES.

      *> RETURN-CODE value convenience variable allowing named checks
       01  WP-WINDOW-RETURN-CODE            PIC S9(9) COMP-5.
           88  WP-UNSUPPORTED               VALUE -1.
           88  WP-DISABLED                  VALUE -2.
           88  WP-BAD-PARAMETER-LEN         VALUE -8.
