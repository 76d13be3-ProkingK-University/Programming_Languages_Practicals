000130* AND EVERY REPORT THAT PRINTS A STATION NAME NEXT TO ITS CODE.
000140* ONE RECORD PER METER STATION, KEYED ON SM-STATION. SM-STATUS
000150* 'A' = ACTIVE (ACCEPTED BY THE FRONT-END EDIT), 'R' = RETIRED
000160* (KEPT FOR HISTORY AND REPORT NAMES, NO NEW READINGS TAKEN).
000162* SM-READ-INTERVAL IS THE MINUTES EXPECTED BETWEEN CAPTURE TIMES
000164* AND SM-FLAT-LIMIT THE MOST CONSECUTIVE INTERVALS A READING MAY
000165* HOLD UNCHANGED BEFORE ARRAY CALLS THE METER STUCK; ZERO (OR
000166* SPACES ON AN OLDER RECORD) MEANS THAT CHECK IS NOT MADE.
000167* SM-PARENT-STATION NAMES THE BULK (ZONE) STATION THIS STATION
000168* FEEDS OFF; SPACES MEANS IT HAS NO PARENT. A STATION OTHERS NAME
000169* AS THEIR PARENT IS THE HEAD OF A ZONE FOR THE ZONE BALANCE.
000170* ------------------------------------------------------------
000180 01  SM-RECORD.
000190     05  SM-STATION              PIC X(04).
000220         88  SM-ACTIVE                     VALUE 'A'.
000230         88  SM-RETIRED                    VALUE 'R'.
000240     05  SM-COMMISSION-DATE      PIC 9(08).
000243     05  SM-READ-INTERVAL        PIC 9(04).
000246     05  SM-FLAT-LIMIT           PIC 9(03).
000248     05  SM-PARENT-STATION       PIC X(04).
000250     05  FILLER                  PIC X(01).
