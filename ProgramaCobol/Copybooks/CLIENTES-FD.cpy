               88 CLIENTE-VIGENTE   VALUE 0.
               88 CLIENTE-FALLECIDO VALUE 1.
               88 CLIENTE-HEREDADO  VALUE 2.
      * datos de diligencia debida (0 / espacios = no constan,
      * clientes anteriores a estos campos): se capturan en el alta y
      * se confirman en cada revision periodica (BANK59)
           02 CLI-FECHA-NACIMIENTO  PIC 9(08).
      * nacionalidad, codigo de pais de dos letras
           02 CLI-NACIONALIDAD      PIC X(02).
           02 CLI-PROFESION         PIC 9(02).
               88 PROFESION-NO-CONSTA     VALUE 00.
               88 PROFESION-ASALARIADO    VALUE 01.
               88 PROFESION-PENSIONISTA   VALUE 02.
               88 PROFESION-SIN-INGRESOS  VALUE 03.
               88 PROFESION-AUTONOMO      VALUE 04.
      * negocio que mueve mucho efectivo (hosteleria, joyeria,
      * cambio de moneda...) o cargo publico: riesgo alto
               88 PROFESION-EFECTIVO      VALUE 05.
               88 PROFESION-CARGO-PUBLICO VALUE 06.
      * caducidad del documento de identidad (AAAAMMDD)
           02 CLI-DOC-CADUCIDAD     PIC 9(08).
      * calificacion de riesgo del batch mensual BATCH_KYC y fecha
      * en que se califico
           02 CLI-RIESGO            PIC 9(01).
               88 RIESGO-SIN-CALIFICAR    VALUE 0.
               88 RIESGO-BAJO             VALUE 1.
               88 RIESGO-MEDIO            VALUE 2.
               88 RIESGO-ALTO             VALUE 3.
           02 CLI-FECHA-CALIFICACION PIC 9(08).
      * ultima revision hecha y proxima prevista: cada 5, 3 o 1 anos
      * segun el riesgo sea bajo, medio o alto
           02 CLI-FECHA-ULT-REVISION PIC 9(08).
           02 CLI-FECHA-REVISION    PIC 9(08).
      * documento caducado o revision vencida: el cliente entra en la
      * cola de revision de supervisores y, pasado el plazo de
      * gracia (PAR-DIAS-GRACIA-KYC) sin revisar, sus tarjetas solo
      * pueden consultar saldo en el cajero
           02 CLI-KYC-ESTADO        PIC 9(01).
               88 KYC-AL-DIA              VALUE 0.
               88 KYC-EN-REVISION         VALUE 1.
               88 KYC-RESTRINGIDO         VALUE 2.
           02 CLI-KYC-FECHA-COLA    PIC 9(08).
      * resultado del cruce con las listas de sanciones y PEP
      * (BANK60): el sancionado confirmado tiene todas sus tarjetas
      * congeladas; el PEP confirmado se califica siempre de riesgo
      * alto
           02 CLI-SANCIONES         PIC 9(01).
               88 SIN-COINCIDENCIA-LISTAS VALUE 0.
               88 CLIENTE-PEP             VALUE 1.
               88 CLIENTE-SANCIONADO      VALUE 2.
      * segmento por saldo medio que fija cada mes el informe de
      * rentabilidad (0 = sin calcular, 1 BASICO, 2 MEDIO, 3 ALTO);
      * lo usan las promociones del cajero
           02 CLI-SEGMENTO          PIC 9(01).
      * modo accesible del cajero, junto a la preferencia de idioma
      * CLI-IDIOMA (0 = normal, 1 = pantallas simplificadas, mas
      * tiempo de espera y confirmacion adicional antes de mover
      * dinero); lo fija el cliente en el cajero o un supervisor
           02 CLI-ACCESIBLE         PIC 9(01).
               88 ACCESIBILIDAD-ACTIVA    VALUE 1.
