      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-desc e' l'ID del control ef-desc
           when 78-ID-ef-desc
                inquire ef-desc, value in ef-desc-buf

      *    78-ID-ef-prezzo e' l'ID del control ef-prezzo
           when 78-ID-ef-prezzo
                inquire ef-prezzo, value in ef-prezzo-buf

      *    78-ID-ef-durata e' l'ID del control ef-durata
           when 78-ID-ef-durata
                inquire ef-durata, value in ef-durata-buf

      *    78-ID-ef-rate e' l'ID del control ef-rate
           when 78-ID-ef-rate
                inquire ef-rate, value in ef-rate-buf

      *    78-ID-ef-intervallo e' l'ID del control ef-intervallo
           when 78-ID-ef-intervallo
                inquire ef-intervallo, value in ef-intervallo-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-preavviso e' l'ID del control ef-preavviso
           when 78-ID-ef-preavviso
                inquire ef-preavviso, value in ef-preavviso-buf

      *    78-ID-ef-giorni-1 e' l'ID del control ef-giorni-1
           when 78-ID-ef-giorni-1
                inquire ef-giorni-1, value in ef-giorni-1-buf

      *    78-ID-ef-dalle-1 e' l'ID del control ef-dalle-1
           when 78-ID-ef-dalle-1
                inquire ef-dalle-1, value in ef-dalle-1-buf

      *    78-ID-ef-alle-1 e' l'ID del control ef-alle-1
           when 78-ID-ef-alle-1
                inquire ef-alle-1, value in ef-alle-1-buf

      *    78-ID-ef-giorni-2 e' l'ID del control ef-giorni-2
           when 78-ID-ef-giorni-2
                inquire ef-giorni-2, value in ef-giorni-2-buf

      *    78-ID-ef-dalle-2 e' l'ID del control ef-dalle-2
           when 78-ID-ef-dalle-2
                inquire ef-dalle-2, value in ef-dalle-2-buf

      *    78-ID-ef-alle-2 e' l'ID del control ef-alle-2
           when 78-ID-ef-alle-2
                inquire ef-alle-2, value in ef-alle-2-buf

      *    78-ID-ef-giorni-3 e' l'ID del control ef-giorni-3
           when 78-ID-ef-giorni-3
                inquire ef-giorni-3, value in ef-giorni-3-buf

      *    78-ID-ef-dalle-3 e' l'ID del control ef-dalle-3
           when 78-ID-ef-dalle-3
                inquire ef-dalle-3, value in ef-dalle-3-buf

      *    78-ID-ef-alle-3 e' l'ID del control ef-alle-3
           when 78-ID-ef-alle-3
                inquire ef-alle-3, value in ef-alle-3-buf

           end-evaluate.
