           when 78-ID-ef-revocato
                inquire ef-revocato, value in ef-revocato-buf

      *    78-ID-ef-trainer e' l'ID del control ef-trainer
           when 78-ID-ef-trainer
                inquire ef-trainer, value in ef-trainer-buf

           end-evaluate.
