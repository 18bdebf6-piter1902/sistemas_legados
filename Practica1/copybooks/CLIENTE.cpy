           02 CLI-ESTADO             PIC   9(1).
               88 CLI-ACTIVO         VALUE 0.
               88 CLI-BAJA           VALUE 1.

               *> Fallecido: lo marca la herramienta de testamentarias
               *> de la oficina, que bloquea sus tarjetas y suspende
               *> sus ordenes hasta el reparto a los herederos.
               88 CLI-FALLECIDO      VALUE 2.

               *> Posible coincidencia con la lista de vigilancia de
               *> sanciones pendiente de revision: no se le emiten
               *> tarjetas hasta que cumplimiento la libere.
               88 CLI-REVISION       VALUE 3.

               *> Coincidencia confirmada por cumplimiento: sus
               *> tarjetas quedan bloqueadas por sancion.
               88 CLI-SANCIONADO     VALUE 4.

               *> Baja ya anonimizada por la purga de datos
               *> personales: sin nombre, documento ni datos de
               *> contacto; el numero de cliente sigue enlazando su
               *> historia financiera.
               88 CLI-ANONIMIZADO    VALUE 5.

           *> Fecha de fallecimiento comunicada a la oficina; cero
           *> mientras el cliente no conste como fallecido.
           02 CLI-DEFUNCION.
               03 CLI-DEFUNCION-ANO  PIC   9(4).
               03 CLI-DEFUNCION-MES  PIC   9(2).
               03 CLI-DEFUNCION-DIA  PIC   9(2).

           *> Diligencia debida: caducidad del documento de
           *> identidad, nivel de riesgo y fecha de la proxima
           *> revision periodica. A cero en las fichas anteriores a
           *> estos campos, que el lote de revision no trata hasta
           *> que la oficina los complete.
           02 CLI-DOC-CADUCIDAD.
               03 CLI-DOC-CAD-ANO    PIC   9(4).
               03 CLI-DOC-CAD-MES    PIC   9(2).
               03 CLI-DOC-CAD-DIA    PIC   9(2).
           02 CLI-RIESGO             PIC   9(1).
               88 CLI-RIESGO-SIN-EVALUAR VALUE 0.
               88 CLI-RIESGO-BAJO    VALUE 1.
               88 CLI-RIESGO-MEDIO   VALUE 2.
               88 CLI-RIESGO-ALTO    VALUE 3.
           02 CLI-PROX-REVISION.
               03 CLI-PROX-REV-ANO   PIC   9(4).
               03 CLI-PROX-REV-MES   PIC   9(2).
               03 CLI-PROX-REV-DIA   PIC   9(2).

           *> Caducidad (AAAAMMDD) de la que ya se aviso al titular,
           *> para no repetir el aviso cada noche; un documento
           *> nuevo trae otra caducidad y se avisa de nuevo a su
           *> tiempo.
           02 CLI-AVISO-CADUCIDAD    PIC   9(8).

           *> Fecha de la baja, desde la que cuenta el plazo de
           *> conservacion de los datos personales; cero en las bajas
           *> anteriores al campo hasta que la purga la estampe.
           02 CLI-BAJA-FECHA.
               03 CLI-BAJA-ANO       PIC   9(4).
               03 CLI-BAJA-MES       PIC   9(2).
               03 CLI-BAJA-DIA       PIC   9(2).
