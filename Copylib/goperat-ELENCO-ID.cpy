      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-nominativo e' l'ID del control ef-nominativo
           when 78-ID-ef-nominativo
                inquire ef-nominativo, value in ef-nominativo-buf

      *    78-ID-ef-ruolo e' l'ID del control ef-ruolo
           when 78-ID-ef-ruolo
                inquire ef-ruolo, value in ef-ruolo-buf

      *    78-ID-ef-trainer e' l'ID del control ef-trainer
           when 78-ID-ef-trainer
                inquire ef-trainer, value in ef-trainer-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-password e' l'ID del control ef-password
           when 78-ID-ef-password
                inquire ef-password, value in ef-password-buf

      *    78-ID-ef-conferma e' l'ID del control ef-conferma
           when 78-ID-ef-conferma
                inquire ef-conferma, value in ef-conferma-buf

           end-evaluate.
