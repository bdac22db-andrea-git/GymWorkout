      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-programma e' l'ID del control ef-programma
           when 78-ID-ef-programma
                inquire ef-programma, value in ef-programma-buf

      *    78-ID-ef-funzione e' l'ID del control ef-funzione
           when 78-ID-ef-funzione
                inquire ef-funzione, value in ef-funzione-buf

      *    78-ID-ef-descrizione e' l'ID del control ef-descrizione
           when 78-ID-ef-descrizione
                inquire ef-descrizione, value in ef-descrizione-buf

      *    78-ID-ef-reception e' l'ID del control ef-reception
           when 78-ID-ef-reception
                inquire ef-reception, value in ef-reception-buf

      *    78-ID-ef-trainer e' l'ID del control ef-trainer
           when 78-ID-ef-trainer
                inquire ef-trainer, value in ef-trainer-buf

      *    78-ID-ef-manager e' l'ID del control ef-manager
           when 78-ID-ef-manager
                inquire ef-manager, value in ef-manager-buf

      *    78-ID-ef-admin e' l'ID del control ef-admin
           when 78-ID-ef-admin
                inquire ef-admin, value in ef-admin-buf

           end-evaluate.
