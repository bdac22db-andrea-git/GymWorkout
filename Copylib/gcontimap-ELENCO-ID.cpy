      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-tipo e' l'ID del control ef-tipo
           when 78-ID-ef-tipo
                inquire ef-tipo, value in ef-tipo-buf

      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-desc e' l'ID del control ef-desc
           when 78-ID-ef-desc
                inquire ef-desc, value in ef-desc-buf

      *    78-ID-ef-conto e' l'ID del control ef-conto
           when 78-ID-ef-conto
                inquire ef-conto, value in ef-conto-buf

      *    78-ID-ef-codiva e' l'ID del control ef-codiva
           when 78-ID-ef-codiva
                inquire ef-codiva, value in ef-codiva-buf

           end-evaluate.
