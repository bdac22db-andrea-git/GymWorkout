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

      *    78-ID-ef-codiva e' l'ID del control ef-codiva
           when 78-ID-ef-codiva
                inquire ef-codiva, value in ef-codiva-buf

      *    78-ID-ef-scorta e' l'ID del control ef-scorta
           when 78-ID-ef-scorta
                inquire ef-scorta, value in ef-scorta-buf

      *    78-ID-ef-riordino e' l'ID del control ef-riordino
           when 78-ID-ef-riordino
                inquire ef-riordino, value in ef-riordino-buf

      *    78-ID-ef-fornitore e' l'ID del control ef-fornitore
           when 78-ID-ef-fornitore
                inquire ef-fornitore, value in ef-fornitore-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-quantita e' l'ID del control ef-quantita
           when 78-ID-ef-quantita
                inquire ef-quantita, value in ef-quantita-buf

      *    78-ID-ef-note e' l'ID del control ef-note
           when 78-ID-ef-note
                inquire ef-note, value in ef-note-buf

           end-evaluate.
