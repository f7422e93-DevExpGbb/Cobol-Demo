           05 CK-R004-COUNT            PIC 9(08).
           05 CK-R005-COUNT            PIC 9(08).
           05 CK-R006-COUNT            PIC 9(08).
           05 CK-R007-COUNT            PIC 9(08).
