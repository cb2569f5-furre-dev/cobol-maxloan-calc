      *> OUTCREC - En rad i låneursprungssystemets dagliga utfalls-
      *> fil (OUTCFILE): vad som till slut hände med ett lämnat
      *> besked. Registreras på ärendet i CASEFILE av MAXLOAN-PAYOUT.
      *> UO-OUTCOME-CODE: UTBETALD, AVBRUTEN eller AVSLAGEN-KREDIT.
      *> Belopp i hela kronor - för AVBRUTEN och AVSLAGEN-KREDIT är
      *> beloppen 0 och datumet beslutsdagen hos dem.
      *> Filen levereras i samma kuvert (HUVUD/SLUT, se DLVREC) som
      *> kvittensfilen.
       01  OUTCOME-RECORD.
           02  UO-CASE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  UO-OUTCOME-CODE PIC X(15).
           02  FILLER PIC X(01).
           02  UO-DISBURSED-AMOUNT PIC 9(10).
           02  FILLER PIC X(01).
           02  UO-PURCHASE-PRICE PIC 9(10).
           02  FILLER PIC X(01).
           02  UO-PAYOUT-DATE PIC 9(8).
           02  FILLER PIC X(19).
