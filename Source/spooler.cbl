      *************************
           copy "acugui.def".
           copy "acucobol.def".
           copy "operatore.def".
           copy "crtvars.def".
           copy "winprint.def".

           move jrn-pagine      to prj-pagine.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID to prj-utente.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice    to prj-utente
           end-if.
      *    Due chiusure nello stesso centesimo di secondo: si fa
      *    scorrere l'ora di un'unita' invece di perdere la riga.
           move 0 to cont.
