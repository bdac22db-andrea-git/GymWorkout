      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-numero e' l'ID del control ef-numero
           when 78-ID-ef-numero
                inquire ef-numero, value in ef-numero-buf

      *    78-ID-ef-stazione e' l'ID del control ef-stazione
           when 78-ID-ef-stazione
                inquire ef-stazione, value in ef-stazione-buf

      *    78-ID-ef-descr e' l'ID del control ef-descr
           when 78-ID-ef-descr
                inquire ef-descr, value in ef-descr-buf

      *    78-ID-ef-fuori e' l'ID del control ef-fuori
           when 78-ID-ef-fuori
                inquire ef-fuori, value in ef-fuori-buf

      *    78-ID-ef-tecnico e' l'ID del control ef-tecnico
           when 78-ID-ef-tecnico
                inquire ef-tecnico, value in ef-tecnico-buf

      *    78-ID-ef-ricambi e' l'ID del control ef-ricambi
           when 78-ID-ef-ricambi
                inquire ef-ricambi, value in ef-ricambi-buf

      *    78-ID-ef-manodopera e' l'ID del control ef-manodopera
           when 78-ID-ef-manodopera
                inquire ef-manodopera, value in ef-manodopera-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

           end-evaluate.
