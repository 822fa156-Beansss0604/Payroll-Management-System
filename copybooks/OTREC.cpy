               88  OT-APPROVED          VALUE "APPROVED".
               88  OT-REJECTED          VALUE "REJECTED".
               88  OT-CLOSED            VALUE "CLOSED".
      *> Filing date and decision trail, as on LEAVEREC.cpy.
           02  OT-FILED-DATE            PIC X(8).
           02  OT-DECIDED-BY            PIC X(30).
           02  OT-DECIDED-DATE          PIC X(8).
           02  OT-DECIDED-AS            PIC X(10).
