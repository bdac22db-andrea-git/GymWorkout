           when 78-ID-ef-lingua
                inquire ef-lingua, value in ef-lingua-buf

      *    78-ID-ef-azienda e' l'ID del control ef-azienda
           when 78-ID-ef-azienda
                inquire ef-azienda, value in ef-azienda-buf

      *    78-ID-ef-sesso e' l'ID del control ef-sesso
           when 78-ID-ef-sesso
                inquire ef-sesso, value in ef-sesso-buf

      *    78-ID-ef-emerg-nome e' l'ID del control ef-emerg-nome
           when 78-ID-ef-emerg-nome
                inquire ef-emerg-nome, value in ef-emerg-nome-buf

      *    78-ID-ef-emerg-tel e' l'ID del control ef-emerg-tel
           when 78-ID-ef-emerg-tel
                inquire ef-emerg-tel, value in ef-emerg-tel-buf

           end-evaluate.
