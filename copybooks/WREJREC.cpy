      *> WREJREC - En rad i avvisningslistan från MAXLOAN-WEB (WEBREJ):
      *> webbansökningar som inte gick att översätta till intagsrader
      *> (APPLREC). En rad per rad i webbfilen, med orsaken, radens
      *> nummer i filen och hela originalraden, så att kundtjänst kan
      *> kontakta kunden eller lägga in ansökan för hand. Avvisas en
      *> ansökan skrivs alla dess rader (båda sökandena) med samma
      *> orsak - den första som hittades.
      *> WJ-REASON:
      *>   FELAKTIGT ANTAL FALT    - raden har inte elva fält
      *>   ANSOKNINGS-ID SAKNAS    - första fältet är blankt
      *>   ANSOKNINGS-ID FOR LANGT - mer än nio tecken
      *>   FLER AN TVA SOKANDE     - fler än två rader med samma id
      *>   OGILTIGT PERSONNUMMER   - inte tolv siffror
      *>   OGILTIG INKOMST         - saknas, inte ett belopp, för stor
      *>   SOKANDE 2 UTAN INKOMST  - intagsraden kan inte bära en
      *>                             sökande 2 utan inkomst
      *>   OKAND KOMMUN            - namnet finns inte i KOMSKATT
      *>   OGILTIG KONTANTINSATS   - inte ett belopp, för stor
      *>   OKAND BOENDETYP         - texten motsvarar ingen boendetyp
      *>                             i HSGFEE
      *>   OGILTIGT ANTAL VUXNA    - inte ett tal, för stort
      *>   OGILTIG BARNALDER       - inte ett tal, eller över 19 år
      *>   OGILTIGT ANTAL BILAR    - inte ett tal, för stort
      *>   OGILTIG LEASINGKOSTNAD  - inte ett belopp, för stor
      *>   OGILTIGA OVRIGA LAN     - inte ett belopp, för stor
       01  WEB-REJECT-RECORD.
           02  WJ-REASON PIC X(24).
           02  FILLER PIC X(01).
           02  WJ-LINE-NUMBER PIC 9(06).
           02  FILLER PIC X(01).
           02  WJ-ORIGINAL-LINE PIC X(250).
