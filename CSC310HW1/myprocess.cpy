05 :tag:-parent pic 999. *> PID of the process that spawned this one, 0 = top-level
05 :tag:-children pic 9.
05 :tag:-priority pic 9. *> scheduling weight, 1=lowest
05 :tag:-cpu pic 9. *> preferred CPU: the run queue this process is dispatched from, 0 = not yet placed
05 :tag:-class pic X(11). *> workload class stamped at creation, spaces = unclassed
05 :tag:-aging pic 99. *> ticks skipped by the priority scheduler since last run
05 :tag:-state pic X. *> R=ready, U=running, B=blocked on i/o, S=sleeping
05 :tag:-wait-ticks pic 999. *> ticks left before a blocked/sleeping process is ready again
05 :tag:-parked pic X. *> Y = held out in swap while the system thrashes, not dispatched
05 :tag:-lock-request pic 9. *> lock-table slot this process is waiting on, 0 = none
05 :tag:-lock-wait pic 9(5). *> ticks spent so far in the current lock wait, reset on acquisition
05 :tag:-locks-held pic X(6). *> one Y per lock-table slot this process holds
05 :tag:-boost pic 9. *> priority inherited from a higher-priority waiter on one of its locks, 0 = none
05 :tag:-boost-lock pic 9. *> lock-table slot the inversion runs through
05 :tag:-boost-since pic 9(9). *> tick the inversion began
05 :tag:-job-step pic 99. *> job stream step this process is running, 0 = none
05 :tag:-mail-count pic 9. *> pending messages in the mailbox below
05 :tag:-mail-delivered pic 999. *> messages delivered to this process on its run ticks
05 :tag:-mailbox occurs 4 times. *> bounded: a fifth sender is refused, not silently dropped
