000184* STAMPED BY THE REJECT REPAIR PROGRAM (REJREPR) EACH TIME A
000186* RECORD IS RESUBMITTED, SO A RECORD BOUNCING REPEATEDLY CAN
000188* BE AGED AND ESCALATED. FRESHLY KEYED RECORDS LEAVE IT SPACES.
000189* DAILYEDT STAMPS EVERY DETAIL IT PASSES WITH DR-ADJ-READING, THE
000190* READING AFTER THE METER EVENT IN FORCE AT ITS CAPTURE TIME
000191* (SEE METEVREC), AND THAT EVENT'S DATE AND TIME IN
000192* DR-METER-DATE/-TIME - ZEROS WHEN NO EVENT APPLIES. DR-READING
000193* ITSELF STAYS AS READ SO THE CONTROL TOTALS STILL AGREE.
000194* DR-SOURCE-CODE ON A HEADER NAMES THE COLLECTION SYSTEM THE
000195* GROUP CAME FROM, STAMPED BY THE FEED MERGE (FEEDMRG): 'T' THE
000196* TELEMETRY HEAD-END, 'H' HANDHELD DOWNLOADS, 'M' MANUAL KEYING.
000197* A FILE PREPARED OUTSIDE THE MERGE LEAVES IT SPACE.
000198* ------------------------------------------------------------
000200 01  DR-RECORD.
000210     05  DR-REC-TYPE             PIC X(01).
000220     05  DR-STATION              PIC X(04).
000240         10  DR-RECORD-COUNT     PIC 9(05).
000250         10  DR-RUN-DATE         PIC 9(08).
000260         10  DR-CORRECTION-FLAG  PIC X(01).
000265         10  DR-SOURCE-CODE      PIC X(01).
000270         10  FILLER              PIC X(25).
000280     05  DR-DETAIL-DATA REDEFINES DR-HEADER-DATA.
000290         10  DR-READING          PIC S9(7)V99
000300                 SIGN IS TRAILING SEPARATE.
000302         10  DR-READING-TIME     PIC 9(04).
000303         10  DR-ADJ-READING      PIC S9(7)V99
000304                 SIGN IS TRAILING SEPARATE.
000305         10  DR-METER-DATE       PIC 9(08).
000306         10  DR-METER-TIME       PIC 9(04).
000310         10  FILLER              PIC X(04).
000320     05  DR-TRAILER-DATA REDEFINES DR-HEADER-DATA.
000330         10  DR-CONTROL-COUNT    PIC 9(05).
000340         10  DR-CONTROL-TOTAL    PIC S9(09)V99
