      *****************************************************************
      *  LICENCIA.CPY
      *  Layout comun del archivo de licencias (Licencias.dat),
      *  indexado por LV-Clave: el EmpSSN del legajo mas la fecha de
      *  inicio, asi las licencias de un empleado quedan juntas y en
      *  orden. Un registro por licencia tomada, con fechas desde /
      *  hasta inclusive y los dias corridos. Tipos:
      *    V vacaciones (descuenta del saldo anual)
      *    E enfermedad
      *    X examen / estudio
      *    S sin goce de haberes
      *  Carga y anulacion: employee_licencias.cbl. Lo leen el
      *  calculo anual de vacaciones employee_vacaciones.cbl y el
      *  cuadro semanal de ausencias employee_ausencias.cbl.
      *****************************************************************
       01 LicenciaRecord.
           03 LV-Clave.
               05 LV-SSN         PIC 9(9).
               05 LV-Desde       PIC 9(8).
           03 LV-Hasta           PIC 9(8).
           03 LV-Tipo            PIC X.
               88 LV-Vacaciones  VALUE "V".
               88 LV-Enfermedad  VALUE "E".
               88 LV-Examen      VALUE "X".
               88 LV-SinGoce     VALUE "S".
           03 LV-Dias            PIC 9(3).
           03 LV-Nota            PIC X(30).
           03 LV-FechaCarga      PIC 9(8).
           03 LV-Usuario         PIC X(10).
