      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-desc e' l'ID del control ef-desc
           when 78-ID-ef-desc
                inquire ef-desc, value in ef-desc-buf

      *    78-ID-ef-fonte e' l'ID del control ef-fonte
           when 78-ID-ef-fonte
                inquire ef-fonte, value in ef-fonte-buf

      *    78-ID-ef-esercizio e' l'ID del control ef-esercizio
           when 78-ID-ef-esercizio
                inquire ef-esercizio, value in ef-esercizio-buf

      *    78-ID-ef-regola e' l'ID del control ef-regola
           when 78-ID-ef-regola
                inquire ef-regola, value in ef-regola-buf

      *    78-ID-ef-unita e' l'ID del control ef-unita
           when 78-ID-ef-unita
                inquire ef-unita, value in ef-unita-buf

      *    78-ID-ef-datada e' l'ID del control ef-datada
           when 78-ID-ef-datada
                inquire ef-datada, value in ef-datada-buf

      *    78-ID-ef-dataa e' l'ID del control ef-dataa
           when 78-ID-ef-dataa
                inquire ef-dataa, value in ef-dataa-buf

      *    78-ID-ef-catsesso e' l'ID del control ef-catsesso
           when 78-ID-ef-catsesso
                inquire ef-catsesso, value in ef-catsesso-buf

      *    78-ID-ef-eta-1 e' l'ID del control ef-eta-1
           when 78-ID-ef-eta-1
                inquire ef-eta-1, value in ef-eta-1-buf

      *    78-ID-ef-eta-2 e' l'ID del control ef-eta-2
           when 78-ID-ef-eta-2
                inquire ef-eta-2, value in ef-eta-2-buf

      *    78-ID-ef-eta-3 e' l'ID del control ef-eta-3
           when 78-ID-ef-eta-3
                inquire ef-eta-3, value in ef-eta-3-buf

      *    78-ID-ef-peso-1 e' l'ID del control ef-peso-1
           when 78-ID-ef-peso-1
                inquire ef-peso-1, value in ef-peso-1-buf

      *    78-ID-ef-peso-2 e' l'ID del control ef-peso-2
           when 78-ID-ef-peso-2
                inquire ef-peso-2, value in ef-peso-2-buf

      *    78-ID-ef-peso-3 e' l'ID del control ef-peso-3
           when 78-ID-ef-peso-3
                inquire ef-peso-3, value in ef-peso-3-buf

      *    78-ID-ef-premiati e' l'ID del control ef-premiati
           when 78-ID-ef-premiati
                inquire ef-premiati, value in ef-premiati-buf

      *    78-ID-ef-path e' l'ID del control ef-path
           when 78-ID-ef-path
                inquire ef-path, value in ef-path-buf

           end-evaluate.
