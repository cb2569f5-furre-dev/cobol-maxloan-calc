      *> nyckel (engångskonverterat ur den gamla radsekventiella loggen
      *> med MAXLOAN-CONVERT) - varje ärendenummer finns bara en gång,
      *> och vid dubbletter i den gamla loggen behölls den sist skrivna.
      *> Personnumren (CR-A1-PERSONNUMMER och CR-A2-PERSONNUMMER) är
      *> alternativa nycklar med dubbletter, så att en persons ärenden
      *> kan läsas direkt - som sökande 1 eller sökande 2 - utan att
      *> hela registret gås igenom.
       01  CASE-RECORD.
           02  CR-CASE-NUMBER PIC 9(14).
           02  CR-A1-PERSONNUMMER PIC X(12).
      *> MAXLOAN-INQUIRY.
           02  CR-CHILD-BAND-COUNTS.
               03  CR-CHILD-BAND-COUNT PIC 9(2) OCCURS 5 TIMES.
      *> Utfallet från låneursprungssystemet, registrerat av
      *> MAXLOAN-PAYOUT ur den dagliga utfallsfilen: UTBETALD,
      *> AVBRUTEN eller AVSLAGEN-KREDIT, utbetalt lånebelopp,
      *> köpeskilling och utbetalningsdag. Blankt utfall betyder
      *> att ärendet fortfarande är öppet - ett ärende får bara
      *> ett utfall.
           02  CR-OUTCOME-CODE PIC X(15).
               88  CR-OUTCOME-OPEN VALUE SPACES.
               88  CR-OUTCOME-PAID-OUT VALUE "UTBETALD".
               88  CR-OUTCOME-CANCELLED VALUE "AVBRUTEN".
               88  CR-OUTCOME-CREDIT-DECLINED VALUE "AVSLAGEN-KREDIT".
           02  CR-DISBURSED-AMOUNT PIC 9(10).
           02  CR-PURCHASE-PRICE PIC 9(10).
           02  CR-PAYOUT-DATE PIC 9(8).
      *> Avvikelseflaggan från avstämningen mot kreditupplysningens
      *> engagemangsutdrag (LOOKUP-DEBT-REGISTER): J när kundens
      *> uppgivna lånekostnad avvek med mer än gränsbeloppet från
      *> den registrerade. Blank i rader sparade före flaggan.
           02  CR-DEBT-DEVIATION-FLAG PIC X(01).
               88  CR-DEBT-DEVIATION VALUE "J".
      *> Manuell handläggning: ärenden som köats i MANQUEUE (avslag
      *> eller avvikelse) får KOAD, och kreditberedningens beslut i
      *> MAXLOAN-REVIEW förs in här. CR-MAX-LOAN-AMOUNT är alltid
      *> det maskinellt beräknade taket - ett beviljat avsteg bär
      *> sitt belopp i CR-OVERRIDE-AMOUNT. Blank status betyder att
      *> ärendet aldrig gått till manuell handläggning.
           02  CR-REVIEW-STATUS PIC X(08).
               88  CR-REVIEW-NONE VALUE SPACES.
               88  CR-REVIEW-QUEUED VALUE "KOAD".
               88  CR-REVIEW-AWAITING-SIGNOFF VALUE "ATTEST".
               88  CR-REVIEW-APPROVED VALUE "BEVILJAD".
               88  CR-REVIEW-DECLINED VALUE "AVSLAGEN".
               88  CR-REVIEW-RETURNED VALUE "RETUR".
           02  CR-OVERRIDE-AMOUNT PIC 9(10).
      *> Kontoret och handläggaren som lämnade beskedet, kontrollerade
      *> mot kontors- och handläggarregistret (KONTREG). Blanka i
      *> ärenden sparade innan de registrerades.
           02  CR-OFFICE-CODE PIC X(04).
           02  CR-ADVISER-ID PIC X(08).
      *> Skuldkvoten från MAXLOAN-ENGINE, med det registrerade
      *> engagemanget medräknat - engagemanget sparas inte, så
      *> kvoten går inte att räkna fram i efterhand.
           02  CR-SKULDKVOT PIC 99V99.
      *> Avstämningen mot inkomstregistret (MAXLOAN-INCOME), en
      *> förekomst per sökande (1 = sökande 1, 2 = sökande 2): utfall
      *> enligt INCLINK, kundens uppgivna månadsinkomst före skatt,
      *> registrets årsinkomst / 12 och inkomståret den gäller.
      *> CR-A1/A2-GROSS-SALARY är den inkomst kalkylen räknade med -
      *> den registrerade när den uppgivna låg över toleransen.
      *> Blankt utfall betyder att ärendet sparades före avstämningen
      *> (eller att det inte finns någon sökande 2); beloppen ska då
      *> inte läsas.
           02  CR-INCOME-CHECK OCCURS 2 TIMES.
               03  CR-IC-RESULT PIC X(01).
                   88  CR-IC-NOT-RECORDED VALUE SPACE.
                   88  CR-IC-WITHIN-TOLERANCE VALUE "K".
                   88  CR-IC-OVERSTATED VALUE "H".
                   88  CR-IC-UNDERSTATED VALUE "L".
                   88  CR-IC-NOT-IN-REGISTER VALUE "S".
                   88  CR-IC-NOT-CHECKED VALUE "E".
               03  CR-IC-STATED-GROSS-SALARY PIC 9(6).
               03  CR-IC-REGISTER-GROSS-SALARY PIC 9(6).
               03  CR-IC-INCOME-YEAR PIC 9(4).
      *> Rättelser och makuleringar gjorda i efterhand med
      *> MAXLOAN-AMEND: RATTAD när ett fält rättats och beskedet
      *> räknats om (CR-MAX-LOAN-AMOUNT m.fl. är då de omräknade
      *> värdena), MAKULERAD när beskedet dragits tillbaka - ett
      *> makulerat ärende är inget lånelöfte och ska inte bevakas,
      *> skrivas brev för eller räknas i statistiken. Antal
      *> rättelser, dagen för den senaste och handläggaren som
      *> gjorde den. Före- och efterbilden av varje ändring står i
      *> ändringsloggen CHGLOG (CHGREC). Blank status betyder att
      *> ärendet aldrig ändrats.
           02  CR-AMEND-STATUS PIC X(09).
               88  CR-AMEND-NONE VALUE SPACES.
               88  CR-AMEND-CORRECTED VALUE "RATTAD".
               88  CR-AMEND-CANCELLED VALUE "MAKULERAD".
           02  CR-AMEND-COUNT PIC 9(3).
           02  CR-AMEND-DATE PIC 9(8).
           02  CR-AMEND-ADVISER-ID PIC X(08).
      *> Kanalen ärendet kom in genom: WEBB för webbansökningar
      *> (AR-CHANNEL via MAXLOAN-BATCH), blank för kontor, kundtjänst
      *> och intervju - också i ärenden sparade innan kanalen fanns.
           02  CR-CHANNEL PIC X(04).
               88  CR-FROM-WEB VALUE "WEBB".
      *> Posten utökades samtidigt till 400 tecken (omladdning med
      *> MAXREORG) - resten är reserv, så att kommande fält kan
      *> läggas till utan att registret måste laddas om igen.
      *> Reserven är blank i alla rader, och fält som tagits ur
      *> reserven är blanka i rader sparade innan de fanns.
           02  FILLER PIC X(96).
