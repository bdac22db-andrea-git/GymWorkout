      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-progr e' l'ID del control ef-progr
           when 78-ID-ef-progr
                inquire ef-progr, value in ef-progr-buf

      *    78-ID-ef-nominativo e' l'ID del control ef-nominativo
           when 78-ID-ef-nominativo
                inquire ef-nominativo, value in ef-nominativo-buf

      *    78-ID-ef-relazione e' l'ID del control ef-relazione
           when 78-ID-ef-relazione
                inquire ef-relazione, value in ef-relazione-buf

      *    78-ID-ef-telefono e' l'ID del control ef-telefono
           when 78-ID-ef-telefono
                inquire ef-telefono, value in ef-telefono-buf

      *    78-ID-ef-email e' l'ID del control ef-email
           when 78-ID-ef-email
                inquire ef-email, value in ef-email-buf

      *    78-ID-ef-consenso e' l'ID del control ef-consenso
           when 78-ID-ef-consenso
                inquire ef-consenso, value in ef-consenso-buf

      *    78-ID-ef-documento e' l'ID del control ef-documento
           when 78-ID-ef-documento
                inquire ef-documento, value in ef-documento-buf

      *    78-ID-ef-alzata-1 e' l'ID del control ef-alzata-1
           when 78-ID-ef-alzata-1
                inquire ef-alzata-1, value in ef-alzata-1-buf

      *    78-ID-ef-alzata-2 e' l'ID del control ef-alzata-2
           when 78-ID-ef-alzata-2
                inquire ef-alzata-2, value in ef-alzata-2-buf

      *    78-ID-ef-alzata-3 e' l'ID del control ef-alzata-3
           when 78-ID-ef-alzata-3
                inquire ef-alzata-3, value in ef-alzata-3-buf

      *    78-ID-ef-alzata-4 e' l'ID del control ef-alzata-4
           when 78-ID-ef-alzata-4
                inquire ef-alzata-4, value in ef-alzata-4-buf

      *    78-ID-ef-alzata-5 e' l'ID del control ef-alzata-5
           when 78-ID-ef-alzata-5
                inquire ef-alzata-5, value in ef-alzata-5-buf

           end-evaluate.
