      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-finalita e' l'ID del control ef-finalita
           when 78-ID-ef-finalita
                inquire ef-finalita, value in ef-finalita-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-fonte e' l'ID del control ef-fonte
           when 78-ID-ef-fonte
                inquire ef-fonte, value in ef-fonte-buf

      *    78-ID-ef-note e' l'ID del control ef-note
           when 78-ID-ef-note
                inquire ef-note, value in ef-note-buf

           end-evaluate.
