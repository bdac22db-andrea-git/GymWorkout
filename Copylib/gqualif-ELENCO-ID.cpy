      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-trainer e' l'ID del control ef-trainer
           when 78-ID-ef-trainer
                inquire ef-trainer, value in ef-trainer-buf

      *    78-ID-ef-tipo e' l'ID del control ef-tipo
           when 78-ID-ef-tipo
                inquire ef-tipo, value in ef-tipo-buf

      *    78-ID-ef-rilascio e' l'ID del control ef-rilascio
           when 78-ID-ef-rilascio
                inquire ef-rilascio, value in ef-rilascio-buf

      *    78-ID-ef-scadenza e' l'ID del control ef-scadenza
           when 78-ID-ef-scadenza
                inquire ef-scadenza, value in ef-scadenza-buf

      *    78-ID-ef-ente e' l'ID del control ef-ente
           when 78-ID-ef-ente
                inquire ef-ente, value in ef-ente-buf

      *    78-ID-ef-attestato e' l'ID del control ef-attestato
           when 78-ID-ef-attestato
                inquire ef-attestato, value in ef-attestato-buf

           end-evaluate.
