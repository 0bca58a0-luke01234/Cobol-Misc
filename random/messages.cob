          MOVE "=============== SHOP MENU ===============" TO LI-TEXT
       WHEN "MENUGAME"
          MOVE "1 TETRIS" TO LI-TEXT
       WHEN "MENUTIME"
          MOVE "S TIMED SESSION (BOOKED SLOT OR PAID TIME)" TO LI-TEXT
       WHEN "MENUCALC"
          MOVE "2 CALCULATOR" TO LI-TEXT
       WHEN "MENUODD"
          MOVE "O OPERATOR (PIN)" TO LI-TEXT
       WHEN "MENULANG"
          MOVE "L LANGUAGE / IDIOMA" TO LI-TEXT
       WHEN "MENUCLOK"
          MOVE "T STAFF TIME CLOCK" TO LI-TEXT
       WHEN "MENUROLL"
          MOVE "E EMERGENCY ROLL-CALL (FIRE ALARM)" TO LI-TEXT
       WHEN "MENUEXIT"
          MOVE "X EXIT" TO LI-TEXT
       WHEN "MENUPICK"
