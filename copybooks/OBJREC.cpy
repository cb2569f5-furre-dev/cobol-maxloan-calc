      *> OBJREC - En rad i objektsregistret (OBJREG): en objekts-
      *> prövning gjord i MAXLOAN-OBJECT mot ett lämnat lånelöfte.
      *> Kunden kommer tillbaka med ett bestämt objekt - pris,
      *> objektets verkliga månadsavgift och ibland en annan
      *> kontantinsats än i beskedet - och prövningen visar om lånet
      *> ryms inom löftet och 85-procentsregeln. Registret är
      *> ackumulerande, en rad per prövning, och knyts till ärendet
      *> genom OC-CASE-NUMBER. MAXLOAN-LETTER och MAXLOAN-INQUIRY
      *> visar vilka objekt som prövats mot löftet.
       01  OBJECT-CHECK-RECORD.
           02  OC-CASE-NUMBER PIC 9(14).
           02  OC-CHECK-DATE PIC 9(8).
           02  OC-CHECK-TIME PIC 9(6).
      *> Objektets adress eller beteckning, som handläggaren skrev in.
           02  OC-OBJECT-DESCRIPTION PIC X(30).
           02  OC-PURCHASE-PRICE PIC 9(10).
           02  OC-MONTHLY-FEE PIC 9(5).
           02  OC-CASH-DEPOSIT PIC 9(8).
      *> Lånebehovet (pris minus kontantinsats), belåningsgraden i
      *> procent och amorteringskravet för just det lånet.
           02  OC-LOAN-AMOUNT PIC 9(10).
           02  OC-LOAN-PERCENT PIC 9(3)V99.
           02  OC-AMORTERINGSKRAV PIC 9V999.
      *> Månadskostnadskalkylen från MAXLOAN-COST med objektets
      *> verkliga avgift.
           02  OC-INTEREST-COST PIC 9(7).
           02  OC-AMORTIZATION-COST PIC 9(7).
           02  OC-HOUSING-FEE PIC 9(5).
           02  OC-TAX-CREDIT PIC 9(7).
           02  OC-NET-MONTHLY-COST PIC 9(7).
      *> Beskedet och marginalen i kronor mot den snävaste av de två
      *> gränserna: vid RYMS det som blir över, vid RYMS INTE det
      *> som fattas.
           02  OC-VERDICT PIC X(09).
               88  OC-FITS VALUE "RYMS".
               88  OC-DOES-NOT-FIT VALUE "RYMS INTE".
           02  OC-MARGIN PIC 9(10).
           02  FILLER PIC X(20).
