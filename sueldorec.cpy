      *****************************************************************
      *  SUELDOREC.CPY
      *  Layout comun del maestro de sueldos (Sueldos.dat), indexado
      *  por SU-SSN, la misma clave EmpSSN del legajo en employee.dat:
      *  un registro por empleado con el basico mensual, la
      *  categoria del convenio y la cuenta (CBU) donde se le
      *  deposita. Mantenimiento: employee_sueldo.cbl (nivel 3).
      *  Lo lee la liquidacion mensual employee_liquidacion.cbl.
      *****************************************************************
       01 SueldoRecord.
           03 SU-SSN             PIC 9(9).
           03 SU-Basico          PIC 9(7)V99.
           03 SU-Categoria       PIC X(15).
           03 SU-CBU             PIC X(22).
           03 SU-FechaCarga      PIC 9(8).
           03 SU-Usuario         PIC X(10).
