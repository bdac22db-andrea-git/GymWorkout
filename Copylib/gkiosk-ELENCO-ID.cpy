           when 78-ID-ef-valcond
                inquire ef-valcond, value in ef-valcond-buf

      *    78-ID-ef-prenstaz e' l'ID del control ef-prenstaz
           when 78-ID-ef-prenstaz
                inquire ef-prenstaz, value in ef-prenstaz-buf

      *    78-ID-ef-prenora e' l'ID del control ef-prenora
           when 78-ID-ef-prenora
                inquire ef-prenora, value in ef-prenora-buf

           end-evaluate.
