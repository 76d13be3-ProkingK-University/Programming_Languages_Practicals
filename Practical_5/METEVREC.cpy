000100* ------------------------------------------------------------
000110* METEVREC.CPY
000120* METER EVENT RECORD LAYOUT - SHARED BY STNMAINT (MAINTENANCE),
000130* DAILYEDT AND ARRAY (WHICH APPLY IT) AND METHIST (HISTORY).
000140* ONE RECORD PER METER EXCHANGE OR RECALIBRATION AT A STATION,
000150* KEYED ON STATION AND THE DATE AND HHMM TIME IT TOOK EFFECT.
000160* ME-EVENT-TYPE 'X' = METER EXCHANGED, 'C' = RECALIBRATED.
000170* A READING TAKEN AT OR AFTER AN EVENT, AND BEFORE THE NEXT ONE
000180* FOR ITS STATION, IS CARRIED INTO THE STATION'S CONTINUOUS
000190* SERIES AS READING * ME-MULTIPLIER + ME-OFFSET. THE FACTORS ARE
000200* THE WHOLE CONVERSION FROM THAT METER, NOT A STEP ON TOP OF THE
000210* EARLIER EVENT'S. A READING BEFORE A STATION'S FIRST EVENT IS
000220* TAKEN AS READ.
000230* ------------------------------------------------------------
000240 01  ME-RECORD.
000250     05  ME-KEY.
000260         10  ME-STATION          PIC X(04).
000270         10  ME-EFFECTIVE-DATE   PIC 9(08).
000280         10  ME-EFFECTIVE-TIME   PIC 9(04).
000290     05  ME-EVENT-TYPE           PIC X(01).
000300         88  ME-EXCHANGE                   VALUE 'X'.
000310         88  ME-RECALIBRATION              VALUE 'C'.
000320     05  ME-OLD-SERIAL           PIC X(12).
000330     05  ME-NEW-SERIAL           PIC X(12).
000340     05  ME-MULTIPLIER           PIC 9(03)V9(04).
000350     05  ME-OFFSET               PIC S9(7)V99
000360             SIGN IS TRAILING SEPARATE.
000370     05  ME-RECORDED-DATE        PIC 9(08).
000380     05  FILLER                  PIC X(14).
