           when 78-ID-ef-destinatario
                inquire ef-destinatario, value in ef-destinatario-buf

      *    78-ID-ef-trainer e' l'ID del control ef-trainer
           when 78-ID-ef-trainer
                inquire ef-trainer, value in ef-trainer-buf

           end-evaluate.
