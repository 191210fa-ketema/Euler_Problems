      *>
      *>   SR-FREQUENCY   "D" = due every night
      *>                  "W" = due on the SR-WEEK-DAY night only
      *>                  "M" = due on the last business night of
      *>                        the month (see SHOPCAL.CPY)
      *>                  A daily request does not run on a holiday,
      *>                  and nothing runs on a blackout night.
      *>   SR-WEEK-DAY    "1" Monday through "7" Sunday; only read
      *>                  when SR-FREQUENCY is "W"
      *>   SR-ACTIVE-FLAG "A" = active, generated when due
