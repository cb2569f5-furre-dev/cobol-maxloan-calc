      *> AMDREC - En rad i transaktionsfilen för rättelser och
      *> makuleringar (AMENDIN), som MAXLOAN-AMEND för in på ärendena
      *> i CASEFILE. En rad per ändring: ärendenummer, vilket fält som
      *> rättas, det nya värdet, orsaken och handläggaren som begärt
      *> ändringen. Orsak och handläggare är obligatoriska - revisionen
      *> ska kunna se vem som ändrade vad i ett besked, och varför.
      *> AM-FIELD-CODE:
      *>   A1-INKOMST, A2-INKOMST  - månadsinkomst före skatt (kr);
      *>                             stäms av mot inkomstregistret
      *>   A1-KOMMUN, A2-KOMMUN    - kommunkod (4 tecken)
      *>   A1-KONTANT, A2-KONTANT  - kontantinsats (kr)
      *>   VUXNA                   - antal vuxna i hushållet
      *>   BARN-0-3 ... BARN-15-19 - antal barn i åldersbandet
      *>   BILAR                   - antal ägda bilar
      *>   LEASING                 - leasingkostnad per månad (kr)
      *>   OVRIGA-LAN              - övriga lånekostnader per månad
      *>   BOENDETYP               - boendetyp enligt HSGFEE
      *>   MAKULERA                - beskedet dras tillbaka; inget
      *>                             nytt värde
      *> Belopp och antal skrivs som heltal utan tusentalsavgränsare,
      *> vänsterställda eller högerställda.
       01  AMENDMENT-RECORD.
           02  AM-CASE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  AM-FIELD-CODE PIC X(12).
               88  AM-CANCELLATION VALUE "MAKULERA".
           02  FILLER PIC X(01).
           02  AM-NEW-VALUE PIC X(12).
           02  FILLER PIC X(01).
           02  AM-REASON PIC X(30).
           02  FILLER PIC X(01).
           02  AM-ADVISER-ID PIC X(08).
