          88 ACTION-BOARD        VALUE "board".
          88 ACTION-STARTWORK    VALUE "startwork".
          88 ACTION-MOVEITEM     VALUE "moveitem".
          88 ACTION-WATCH        VALUE "watch".
          88 ACTION-UNWATCH      VALUE "unwatch".
          88 ACTION-LOGIN        VALUE "login".
          88 ACTION-LOGOUT       VALUE "logout".
          88 ACTION-PASSWD       VALUE "passwd".
          88 ACTION-TEAM         VALUE "team".
          88 ACTION-ACCEPT       VALUE "accept".
          88 ACTION-DECLINE      VALUE "decline".
          88 ACTION-SNOOZE       VALUE "snooze".
          88 ACTION-WAKE         VALUE "wake".
          88 ACTION-MERGE        VALUE "merge".
          88 ACTION-BULK         VALUE "bulk".
