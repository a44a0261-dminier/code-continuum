      *> RUNBAL treats as a failure), carrying the step name, start
      *> and end timestamps, its record counts and its return code,
      *> so proving a night ran clean is one page from RUNBAL instead
      *> of four steps' SYSOUT read by eye. RUNHIST then copies the
      *> timestamps and in/out counts onto the permanent run history
      *> so each step's run time can be trended night on night.
      *>
      *> Count usage by step:
      *>   DATECTL    in = calendar records   out = 1 (the card)
      *>   CASHPOST   in = payments read     out = payments posted
      *>              accepted = posted, rejected = suspended
      *>   BANKREC    in = deposits (feed + carried)  out = items
      *>              carried forward, accepted = deposits matched,
      *>              rejected = deposits unmatched or differing,
      *>              tables = posting days considered
      *>   CUSTEXTR   in = customers read     out = extract written
      *>   PRODEXTR   in = products read      out = extract written
      *>   SALESEDT   in = details read      out = details accepted
      *>              accepted/rejected/skipped (out of date window),
      *>              tables = distinct customer + product + rep +
      *>              tax jurisdiction totals
      *>   INVPRINT   in = detail records read  out = documents
      *>              printed, accepted = documents printed,
      *>              skipped = detail from earlier runs
      *>   ARPOST     in = detail records read  out = AR items
      *>              posted, accepted = items posted, rejected =
      *>              customer not on master, skipped = already
      *>              posted + detail from earlier runs
      *>   GLRECON    in = extract records read
      *>   GLCONFRM   in = voucher lines read  out = confirmations
      *>              accepted = confirmed, rejected = mismatched,
