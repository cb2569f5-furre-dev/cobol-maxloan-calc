      *> MANDREC - En rad i beslutsregistret för manuell handläggning
      *> (MANDECIS), skrivet av MAXLOAN-REVIEW. Registret är
      *> ackumulerande och läses i sin helhet: köpostens läge är
      *> summan av dess beslut i tidsordning.
      *> Beslut:
      *>   BEVILJA - beviljat med MD-AMOUNT. Är beloppet högre än
      *>             det beräknade lånetaket väntar beslutet på en
      *>             andra handläggares attest.
      *>   ATTEST  - en andra handläggare (annan än beslutsfattaren)
      *>             har attesterat det väntande beviljandet
      *>   EJATTEST- attesten nekades - posten är öppen igen
      *>   AVSLA   - avslaget bekräftas
      *>   RETUR   - åter till rådgivare/kundtjänst för komplettering
      *> MD-MOTIVATION är handläggarens fritext och följer med
      *> beslutet som det står skrivet.
      *> MD-CAP-AMOUNT är lånetaket ett BEVILJA prövades mot
      *> (ärendets lånetak i CASEFILE när beslutet fattades), så att
      *> uppspelningen av registret avgör attestfrågan likadant. Noll
      *> för övriga beslut; blankt på rader skrivna innan fältet
      *> fanns - där gäller köpostens lånetak.
       01  MANUAL-DECISION-RECORD.
           02  MD-QUEUE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  MD-DECISION-TIMESTAMP PIC 9(14).
           02  FILLER PIC X(01).
           02  MD-DECISION PIC X(08).
               88  MD-APPROVE VALUE "BEVILJA".
               88  MD-SIGN-OFF VALUE "ATTEST".
               88  MD-SIGN-OFF-REFUSED VALUE "EJATTEST".
               88  MD-DECLINE VALUE "AVSLA".
               88  MD-RETURN VALUE "RETUR".
           02  FILLER PIC X(01).
           02  MD-OFFICER-ID PIC X(08).
           02  FILLER PIC X(01).
           02  MD-AMOUNT PIC 9(10).
           02  FILLER PIC X(01).
           02  MD-MOTIVATION PIC X(60).
           02  FILLER PIC X(01).
           02  MD-CAP-AMOUNT PIC 9(10).
