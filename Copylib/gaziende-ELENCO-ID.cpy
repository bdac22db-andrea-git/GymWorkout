      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-ragione e' l'ID del control ef-ragione
           when 78-ID-ef-ragione
                inquire ef-ragione, value in ef-ragione-buf

      *    78-ID-ef-piva e' l'ID del control ef-piva
           when 78-ID-ef-piva
                inquire ef-piva, value in ef-piva-buf

      *    78-ID-ef-contatto e' l'ID del control ef-contatto
           when 78-ID-ef-contatto
                inquire ef-contatto, value in ef-contatto-buf

      *    78-ID-ef-telefono e' l'ID del control ef-telefono
           when 78-ID-ef-telefono
                inquire ef-telefono, value in ef-telefono-buf

      *    78-ID-ef-email e' l'ID del control ef-email
           when 78-ID-ef-email
                inquire ef-email, value in ef-email-buf

      *    78-ID-ef-accordo e' l'ID del control ef-accordo
           when 78-ID-ef-accordo
                inquire ef-accordo, value in ef-accordo-buf

      *    78-ID-ef-sconto e' l'ID del control ef-sconto
           when 78-ID-ef-sconto
                inquire ef-sconto, value in ef-sconto-buf

      *    78-ID-ef-quota e' l'ID del control ef-quota
           when 78-ID-ef-quota
                inquire ef-quota, value in ef-quota-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

           end-evaluate.
