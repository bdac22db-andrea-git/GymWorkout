      *    respinto sul momento, ma un ingresso battuto a mano col
      *    codice atleta aggira il badge). Il giro su BADGES non
      *    tocca la posizione di CHECKIN del giro precedente, ormai
      *    concluso. I badge del personale non hanno atleta: le
      *    loro strisciate sono timbrature, non ingressi.
           move low-value to bdg-code.
           start badges key is >= bdg-code
                 invalid exit paragraph
           perform until 1 = 2
              read badges next at end exit perform end-read
              if bdg-badge-revocato
              and bdg-trn-code = spaces
                 perform CERCA-INGRESSI-REVOCATO
              end-if
           end-perform.
