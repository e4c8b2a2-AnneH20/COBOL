           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  glFile.
       01  xFuelGlLine                 pic x(39).
