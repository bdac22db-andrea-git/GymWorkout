      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-lavoro e' l'ID del control ef-lavoro
           when 78-ID-ef-lavoro
                inquire ef-lavoro, value in ef-lavoro-buf

      *    78-ID-ef-oggetto e' l'ID del control ef-oggetto
           when 78-ID-ef-oggetto
                inquire ef-oggetto, value in ef-oggetto-buf

      *    78-ID-ef-tipo e' l'ID del control ef-tipo
           when 78-ID-ef-tipo
                inquire ef-tipo, value in ef-tipo-buf

           end-evaluate.
