           05 DI-KEY.
               10 DI-STUDENT-ID PIC 9(5).
               10 DI-INCIDENT-NO PIC 9(3).
           05 DI-INCIDENT-DATE PIC 9(8).
           05 DI-CAMPUS-CODE PIC X(3).
           05 DI-INCIDENT-TYPE PIC X(4).
               88 DI-VALID-TYPE VALUE "FGHT" "WEAP" "DRUG" "ALCO"
                   "TOBC" "BULY" "THRT" "VAND" "THFT" "DISR" "OTHR".
           05 DI-ACTION-TAKEN PIC X(3).
               88 DI-WARNING VALUE "WRN".
               88 DI-DETENTION VALUE "DET".
               88 DI-IN-SCHOOL VALUE "ISS".
               88 DI-OUT-OF-SCHOOL VALUE "OSS".
               88 DI-EXPULSION VALUE "EXP".
               88 DI-SUSPENSION VALUE "ISS" "OSS".
               88 DI-VALID-ACTION VALUE "WRN" "DET" "ISS" "OSS" "EXP".
           05 DI-SUSP-DAYS PIC 9(2).
           05 DI-SUSP-START PIC 9(8).
           05 DI-DAYS-POSTED PIC 9(2).
           05 DI-LAST-CHANGED PIC 9(8).
