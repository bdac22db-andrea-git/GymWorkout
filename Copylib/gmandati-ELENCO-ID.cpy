      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-iban e' l'ID del control ef-iban
           when 78-ID-ef-iban
                inquire ef-iban, value in ef-iban-buf

      *    78-ID-ef-bic e' l'ID del control ef-bic
           when 78-ID-ef-bic
                inquire ef-bic, value in ef-bic-buf

      *    78-ID-ef-riferimento e' l'ID del control ef-riferimento
           when 78-ID-ef-riferimento
                inquire ef-riferimento, value in ef-riferimento-buf

      *    78-ID-ef-firma e' l'ID del control ef-firma
           when 78-ID-ef-firma
                inquire ef-firma, value in ef-firma-buf

      *    78-ID-ef-intestatario e' l'ID del control ef-intestatario
           when 78-ID-ef-intestatario
                inquire ef-intestatario, value in ef-intestatario-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

           end-evaluate.
