      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-inizio e' l'ID del control ef-inizio
           when 78-ID-ef-inizio
                inquire ef-inizio, value in ef-inizio-buf

      *    78-ID-ef-richiesta e' l'ID del control ef-richiesta
           when 78-ID-ef-richiesta
                inquire ef-richiesta, value in ef-richiesta-buf

      *    78-ID-ef-motivo e' l'ID del control ef-motivo
           when 78-ID-ef-motivo
                inquire ef-motivo, value in ef-motivo-buf

      *    78-ID-ef-note e' l'ID del control ef-note
           when 78-ID-ef-note
                inquire ef-note, value in ef-note-buf

           end-evaluate.
