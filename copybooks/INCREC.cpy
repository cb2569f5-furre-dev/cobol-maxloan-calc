      *> INCREC - En rad i inkomstregistrets nattliga utdrag (INCREG):
      *> en rad per personnummer med den senast taxerade årsinkomsten,
      *> vilket inkomstår den avser och hur många arbetsgivare som
      *> har lämnat kontrolluppgift för året. Används av
      *> MAXLOAN-INCOME för att stämma av sökandens uppgivna
      *> månadsinkomst före skatt.
       01  INCOME-REGISTER-RECORD.
           02  IC-PERSONNUMMER PIC X(12).
           02  IC-ANNUAL-INCOME PIC 9(8).
           02  IC-INCOME-YEAR PIC 9(4).
           02  IC-EMPLOYER-COUNT PIC 9(2).
